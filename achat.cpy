                *>apres coup
                MOVE 0 TO budgetControleFait
                MOVE 0 TO trouve
                MOVE 0 TO fa_idRef
                OPEN INPUT finventaire
                MOVE fa_titreComics TO fi_titre
                READ finventaire KEY IS fi_titre
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE 1 TO trouve
                      MOVE fi_id TO fa_idRef
                END-READ
                CLOSE finventaire
                IF trouve = 1 THEN
                MOVE "F" TO fa_origine
                MOVE 0 TO fa_idClient
                MOVE codeMagasin TO fa_magasin
                MOVE 0 TO fa_idCommandeFourn
                PERFORM OUVRIR_IO_FACHATS
                WRITE tamp_fachats
                END-WRITE
                *>d'un titre nouveau n'existe pas encore ici)
                PERFORM CREER_COUCHE_COUT
                MOVE fa_titreComics TO titreRef
                MOVE fa_idRef TO idArticleRef
                PERFORM VERIF_TITRE_REF
                IF trouve = 0
                THEN DISPLAY "Le comic achete n'existe pas dans"
                       CAT_GOODIES OR CAT_JEU_CARTES) THEN
                       PERFORM GENERER_CODE_INTERNE
                    END-IF
                    PERFORM SAISIR_EDITEUR_REFERENCE
                    MOVE "O" TO fi_saisieLocale
                    MOVE 0 TO fi_idConsignataire
                    MOVE 0 TO fi_tauxCommission
                    PERFORM OUVRIR_IO_FINVENTAIRE
                    MOVE fi_titre TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
                    MOVE fi_titre TO mouvStockTitre
                    MOVE fi_id TO mouvStockIdRef
                    MOVE fa_quantite TO mouvStockQuantite
                    MOVE "ACHAT" TO mouvStockMotif
                    MOVE fa_id TO mouvStockReference
                    PERFORM ENREGISTRER_MOUVEMENT_STOCK
                    PERFORM RATTACHER_ACHAT_NOUVELLE_REF
                ELSE
                    PERFORM OUVRIR_IO_FINVENTAIRE
                    MOVE fa_idRef TO fi_id
                    READ finventaire KEY IS fi_id
                    INVALID KEY DISPLAY "Erreur"
                    NOT INVALID KEY
                        ADD fa_quantite TO fi_quantite END-ADD
                     MOVE fi_titre TO journalCle
                     PERFORM ENREGISTRER_JOURNAL
                     MOVE fi_titre TO mouvStockTitre
                     MOVE fi_id TO mouvStockIdRef
                     MOVE fa_quantite TO mouvStockQuantite
                     MOVE "ACHAT" TO mouvStockMotif
                     MOVE fa_id TO mouvStockReference
                 PERFORM CUMULER_BUDGET_ACHAT
                 CLOSE fachats.

      *>Cette méthode recherche, parmi les commandes clients encore
      *>ouvertes (En attente ou Expediee) portant sur le comic qui
      *>vient d'etre reapprovisionne, la plus ancienne commande et
      *>propose de la marquer comme honoree en decrementant le stock
      *>qui vient d'etre ajoute
        TRAITER_COMMANDE_EN_ATTENTE.
                MOVE 0 TO backorderTrouve
                MOVE 1 TO Wfin
                OPEN INPUT fcommandes
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ fcommandes NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       IF cmd_idRef = fa_idRef
                          AND (COMMANDE_EN_ATTENTE OR
                               COMMANDE_EXPEDIEE) THEN
                          *>Les commandes multi-lignes suivent le
                          *>circuit des arrivees par ligne (pointage
                          *>puis retrait, qui decremente le stock) :
                          PERFORM VERIFIER_COMMANDE_A_LIGNES
                          IF commandeALignes = 0 AND
                             (backorderTrouve = 0
                             OR cmd_dateCommande < backorderDate) THEN
                             MOVE 1 TO backorderTrouve
                             MOVE cmd_id TO backorderId
                             MOVE cmd_dateCommande TO backorderDate
                          END-IF
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE fcommandes
                IF backorderTrouve = 1 THEN
                   DISPLAY "Une commande en attente existe pour ce"
                   DISPLAY "titre"
                   ACCEPT reponseBackorder
                   IF reponseBackorder = "O" OR reponseBackorder = "o"
                   THEN
                      PERFORM OUVRIR_IO_FCOMMANDES
                      MOVE backorderId TO cmd_id
                      READ fcommandes
                      INVALID KEY
                         DISPLAY "Erreur : commande introuvable"
                      NOT INVALID KEY
                         *>La commande passe Expedie, pas Vendu : le
                         *>solde restant du sur l'acompte sera regle
                         *>a la remise au client (passage au statut
                         *>Livre, qui cree la vente), et la commande
                         *>reste visible dans le rapport des acomptes
                         *>d'ici la
                         MOVE 2 TO cmd_statut
                         REWRITE tamp_fcommande
                            INVALID KEY
                               DISPLAY "Erreur de mise a jour commande"
                            NOT INVALID KEY
                               MOVE "TRAITER_COMMANDE_EN_ATTENTE" TO
                                    journalParagraphe
                               MOVE "MODIFICATION" TO journalOperation
                               MOVE "fcommandes" TO journalFichier
                               MOVE cmd_id TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                               PERFORM DECREMENTER_STOCK_BACKORDER
                         END-REWRITE
                      END-READ
                      CLOSE fcommandes
                   END-IF
                END-IF.

      *>Cette méthode determine si la commande presente dans le
      *>tampon tamp_fcommande possede un detail de lignes dans
      *>fcommandesLignes ; commandeALignes ressort a 1 dans ce cas
        VERIFIER_COMMANDE_A_LIGNES.
                MOVE 0 TO commandeALignes
                OPEN INPUT fcommandesLignes
                MOVE cmd_id TO cml_idCommande
                MOVE 0 TO cml_noLigne
                START fcommandesLignes KEY IS NOT LESS THAN cml_cle
                   INVALID KEY CONTINUE
                      READ fcommandesLignes NEXT
                         AT END CONTINUE
                         NOT AT END
                            IF cml_idCommande = cmd_id THEN
                               MOVE 1 TO commandeALignes
                            END-IF
                      END-READ
      *>une fois la commande en attente honoree
        DECREMENTER_STOCK_BACKORDER.
                PERFORM OUVRIR_IO_FINVENTAIRE
                MOVE fa_idRef TO fi_id
                READ finventaire KEY IS fi_id
                INVALID KEY DISPLAY "Erreur"
                NOT INVALID KEY
                    IF fi_quantite > 0 THEN
                             MOVE fi_titre TO journalCle
                             PERFORM ENREGISTRER_JOURNAL
                             MOVE fi_titre TO mouvStockTitre
                             MOVE fi_id TO mouvStockIdRef
                             MOVE -1 TO mouvStockQuantite
                             MOVE "BACKORDER" TO mouvStockMotif
                             MOVE cmd_id TO mouvStockReference
                             PERFORM ENREGISTRER_MOUVEMENT_STOCK
                             *>L'exemplaire promis a la commande
                             *>consomme sa couche de cout FIFO
                             *>comme une vente
                             MOVE fa_titreComics TO titreRef
                             MOVE fa_idRef TO idArticleRef
                             MOVE 1 TO quantiteLigne
                             PERFORM CONSOMMER_COUCHES_COUT
                             MOVE "C" TO typeRangement
                             MOVE cmd_client TO clientRangement
                             MOVE cmd_id TO referenceRangement
                             MOVE 1 TO qteRangement
                             PERFORM NOTER_ATTENTE_RANGEMENT
                       END-REWRITE
                    END-IF
                END-READ
                   READ fwishlist NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                      IF (wl_idRef = fa_idRef OR
                          (wl_idRef = 0 AND
                           wl_titreComics = fa_titreComics))
                         AND WL_EN_ATTENTE THEN
                         PERFORM ENVOYER_NOTIFICATION_WISHLIST
                         MOVE "W" TO typeRangement
                         MOVE wl_client TO clientRangement
                         MOVE wl_id TO referenceRangement
                         MOVE 1 TO qteRangement
                         PERFORM NOTER_ATTENTE_RANGEMENT
                         MOVE 1 TO wl_statut
                         MOVE fa_idRef TO wl_idRef
                         REWRITE tamp_fwishlist
                            INVALID KEY
                               DISPLAY "Erreur mise a jour de la"
        HISTORIQUE_PRIX_ACHAT.
                DISPLAY "Entrez le titre du comic"
                ACCEPT titreHistoriquePrix
                MOVE titreHistoriquePrix TO titreIdRef
                PERFORM RESOUDRE_ID_REFERENCE
                MOVE idReference TO idRefHistoriquePrix
                MOVE 0 TO nbPrixHistorique
                MOVE 1 TO Wfin
                OPEN INPUT fachats
                   READ fachats NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       IF fa_idRef = idRefHistoriquePrix THEN
                          ADD 1 TO nbPrixHistorique END-ADD
                          DISPLAY "Date : ", fa_dateAchat
                          DISPLAY "Fournisseur : ", fa_nomFournisseur
                                      fi_quantite, ")"
                              ACCEPT qteRetour
                      END-PERFORM
                      PERFORM TROUVER_FOURNISSEUR_RETOUR
                      PERFORM EFFECTUER_RETOUR_FOURNISSEUR
                END-READ
                CLOSE finventaire.

      *>Cette méthode sort du stock les qteRetour exemplaires du
      *>titre du tampon finventaire (fichier ouvert en I-O) et
      *>emet l'avoir attendu du fournisseur idFournisseurRetour,
      *>valorise au cout prixAchatRetour
        EFFECTUER_RETOUR_FOURNISSEUR.
                SUBTRACT qteRetour FROM fi_quantite END-SUBTRACT
                REWRITE tamp_finventaire
                   INVALID KEY DISPLAY "Erreur reecriture"
                   NOT INVALID KEY
                      DISPLAY "Retour de ", qteRetour,
                              " exemplaire(s) de ", fi_titre
                      DISPLAY "au fournisseur ",
                              nomFournisseurRetour
                      MOVE "RETOURNER_FOURNISSEUR" TO
                           journalParagraphe
                      MOVE "RETOUR_FOURN" TO journalOperation
                      MOVE "finventaire" TO journalFichier
                      MOVE fi_titre TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                      *>Le retour genere un avoir fournisseur
                      *>pour que la valeur a recuperer ne se
                      *>perde pas
                      PERFORM ENREGISTRER_AVOIR_FOURNISSEUR
                      MOVE fi_titre TO mouvStockTitre
                      MOVE fi_id TO mouvStockIdRef
                      COMPUTE mouvStockQuantite = 0 - qteRetour
                      MOVE "RETFOURN" TO mouvStockMotif
                      MOVE idAvoirFourn TO mouvStockReference
                      PERFORM ENREGISTRER_MOUVEMENT_STOCK
                END-REWRITE.

      *>Cette méthode retrouve, parmi les achats enregistres pour un
      *>titre donne, le fournisseur du dernier achat, pour eviter de
      *>redemander l'information au moment du retour
                   READ fachats NEXT
                   AT END MOVE 0 TO WfinRetourF
                   NOT AT END
                      IF fa_idRef = fi_id THEN
                         IF fournisseurRetourTrouve = 0
                            OR fa_dateAchat > dateAchatRetourMax THEN
                            MOVE 1 TO fournisseurRetourTrouve
                MOVE SPACES TO cf_dateReception
                MOVE 0 TO nbLignesCF
                OPEN I-O fcommandesFournLignes
                *>Les lignes viennent des propositions FOC validees
                *>quand la commande en decoule, du clavier sinon
                IF commandeDepuisFOC = 1 THEN
                   PERFORM AJOUTER_LIGNES_FOC
                ELSE
                PERFORM WITH TEST AFTER UNTIL
                    reponseAutreLigneCF = "N" OR
                    reponseAutreLigneCF = "n"
                            DISPLAY "Entrez la quantite commandee"
                            ACCEPT qteCommandeeLigne
                    END-PERFORM
                    PERFORM ECRIRE_LIGNE_COMMANDE_FOURN
                    DISPLAY "Ajouter une autre ligne ? (O/N)"
                    ACCEPT reponseAutreLigneCF
                END-PERFORM
                END-IF
                CLOSE fcommandesFournLignes
                IF nbLignesCF = 0 THEN
                   DISPLAY "Aucune ligne, commande non enregistree"
                ELSE
                OPEN I-O fcommandesFourn
                WRITE tamp_fcommandeFourn
                END-WRITE
                MOVE "AJOUT" TO journalOperation
                MOVE "fcommandesFourn" TO journalFichier
                MOVE cf_id TO journalCle
                PERFORM ENREGISTRER_JOURNAL
                END-IF.

      *>Cette méthode ecrit une ligne de la commande fournisseur en
      *>cours de saisie (titre titreRef, quantite qteCommandeeLigne)
      *>et l'impute sur le budget d'achat du mois
        ECRIRE_LIGNE_COMMANDE_FOURN.
                ADD 1 TO nbLignesCF END-ADD
                MOVE idCommandeFourn TO cfl_idCommande
                MOVE nbLignesCF TO cfl_noLigne
                MOVE titreRef TO cfl_titreComics
                MOVE idArticleRef TO cfl_idRef
                MOVE qteCommandeeLigne TO cfl_quantiteCommandee
                MOVE 0 TO cfl_quantiteRecue
                MOVE 0 TO cfl_quantiteFacturee
                MOVE SPACES TO cfl_confirmation
                *>La ligne engage le budget d'achat du mois, au
                *>dernier prix d'achat connu du titre ; un
                *>depassement demande la derogation du gerant
                *>(la ligne est deja prise : la derogation vaut
                *>acceptation consciente)
                MOVE titreRef TO fa_titreComics
                MOVE idArticleRef TO fa_idRef
                PERFORM OBTENIR_CATEGORIE_TITRE
                MOVE idArticleRef TO fi_id
                PERFORM TROUVER_FOURNISSEUR_RETOUR
                *>Ce prix est aussi celui auquel la facture sera
                *>rapprochee
                MOVE prixAchatRetour TO cfl_prixUnitaire
                WRITE tamp_fcommandeFournLigne
                END-WRITE
                MULTIPLY prixAchatRetour BY qteCommandeeLigne
                    GIVING montantMouvBudget ROUNDED
                PERFORM CONTROLER_BUDGET_ACHAT
                IF depassementBudget = 1 THEN
                   PERFORM WITH TEST AFTER UNTIL
                       depassementBudget = 0
                       PERFORM DEROGER_BUDGET_ACHAT
                   END-PERFORM
                END-IF
                MOVE "E" TO sensBudget
                PERFORM CUMULER_BUDGET_ACHAT.

      *>Cette méthode verifie si l'id de commande fournisseur saisi
      *>est deja attribue dans fcommandesFourn
      *>Cette méthode parcourt les lignes de la commande fournisseur
      *>en cours de reception et pointe la quantite livree de chacune
        RECEPTIONNER_LIGNES_CF.
                PERFORM SAISIR_CONDITIONS_OFFICE
                PERFORM PROPOSER_RECEPTION_AVIS
                MOVE 1 TO rangementEnCours
                MOVE 0 TO nbLignesRangement
                MOVE 1 TO noLigneCF
                MOVE 0 TO WfinCF
                OPEN I-O fcommandesFournLignes
                                  cfl_quantiteCommandee,
                                  " - deja recue : ", cfl_quantiteRecue
                          IF qteRestanteLigne > 0 THEN
                             IF avisPresent = 1 THEN
                                PERFORM SAISIR_QTE_RECUE_AVIS
                             ELSE
                                MOVE 0 TO qteRecueLigne
                                PERFORM WITH TEST AFTER UNTIL
                                    qteRecueLigne NOT > qteRestanteLigne
                                    DISPLAY "Quantite recue (0 si non"
                                    DISPLAY "livree, reliquat : ",
                                            qteRestanteLigne, ")"
                                    ACCEPT qteRecueLigne
                                END-PERFORM
                             END-IF
                             IF qteRecueLigne > 0 THEN
                                MOVE qteRecueLigne TO
                                     qteARangerRestante
                                MOVE 0 TO nbAttentesRangement
                                PERFORM ENREGISTRER_ACHAT_RECEPTION
                                IF cfl_prixUnitaire = 0 THEN
                                   MOVE fa_prixAchat TO
                                        cfl_prixUnitaire
                                END-IF
                                ADD qteRecueLigne TO cfl_quantiteRecue
                                    END-ADD
                                REWRITE tamp_fcommandeFournLigne
                                *>priorite, avant toute vente au
                                *>passage
                                PERFORM NOTIFIER_CLIENTS_LIGNE_CF
                                PERFORM PREPARER_RANGEMENT_LIGNE_CF
                             END-IF
                          ELSE
                             DISPLAY "   Ligne deja soldee"
                          ADD 1 TO noLigneCF END-ADD
                    END-READ
                END-PERFORM
                CLOSE fcommandesFournLignes
                MOVE 0 TO rangementEnCours
                IF avisPresent = 1 THEN
                   PERFORM SOLDER_AVIS_COMMANDE
                END-IF
                IF nbLignesRangement > 0 THEN
                   PERFORM EDITER_LISTE_RANGEMENT
                   PERFORM PROPOSER_CONFIRMATION_RANGEMENT
                END-IF
                MOVE 0 TO avisPresent
                MOVE 0 TO receptionEnOffice.

      *>Cette méthode demande si la livraison receptionnee est en
      *>office (invendus retournables) et, si oui, le delai de
      *>retour accorde en mois (3 a 12) : la date limite qui en
      *>decoule est portee sur chaque couche de cout creee
        SAISIR_CONDITIONS_OFFICE.
                MOVE 0 TO receptionEnOffice
                MOVE SPACES TO dateLimiteRetourRecep
                MOVE SPACES TO reponseOffice
                PERFORM WITH TEST AFTER UNTIL
                    reponseOffice = "O" OR reponseOffice = "o" OR
                    reponseOffice = "N" OR reponseOffice = "n"
                    DISPLAY "Livraison en office (invendus"
                    DISPLAY "retournables) ? (O/N)"
                    ACCEPT reponseOffice
                END-PERFORM
                IF reponseOffice = "O" OR reponseOffice = "o" THEN
                   MOVE 0 TO moisDelaiRetour
                   PERFORM WITH TEST AFTER UNTIL
                       moisDelaiRetour >= 3 AND moisDelaiRetour <= 12
                       DISPLAY "Delai de retour en mois (3 a 12)"
                       ACCEPT moisDelaiRetour
                   END-PERFORM
                   PERFORM CALCULER_LIMITE_RETOUR
                   MOVE 1 TO receptionEnOffice
                   DISPLAY "Retour possible jusqu'au ",
                           dateLimiteRetourRecep
                END-IF.

      *>Cette méthode calcule la date limite de retour : date du
      *>jour plus moisDelaiRetour mois, ramenee au dernier jour du
      *>mois d'arrivee quand ce jour n'y existe pas
        CALCULER_LIMITE_RETOUR.
                MOVE FUNCTION CURRENT-DATE TO dateSystemePromo
                COMPUTE anLimiteRetour =
                    FUNCTION NUMVAL(dateSystemePromo(1:4))
                COMPUTE moisLimiteRetour =
                    FUNCTION NUMVAL(dateSystemePromo(5:2))
                    + moisDelaiRetour
                COMPUTE jourLimiteRetour =
                    FUNCTION NUMVAL(dateSystemePromo(7:2))
                IF moisLimiteRetour > 12 THEN
                   SUBTRACT 12 FROM moisLimiteRetour END-SUBTRACT
                   ADD 1 TO anLimiteRetour END-ADD
                END-IF
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    COMPUTE dateLimiteRetourNum =
                        anLimiteRetour * 10000
                        + moisLimiteRetour * 100 + jourLimiteRetour
                    MOVE dateLimiteRetourNum TO dateSaisieValidee
                    PERFORM VALIDER_DATE_SAISIE
                    IF dateValide = 0 THEN
                       SUBTRACT 1 FROM jourLimiteRetour END-SUBTRACT
                    END-IF
                END-PERFORM
                MOVE dateSaisieValidee TO dateLimiteRetourRecep.

      *>Cette méthode retrouve l'editeur de l'article d'id
      *>idRefConditionsEditeur et ses conditions (editeurTrouve a 0
      *>si le titre n'est rattache a aucun editeur connu)
        CHERCHER_CONDITIONS_EDITEUR.
                PERFORM EDITEUR_DU_TITRE
                MOVE 0 TO editeurTrouve
                IF editeurTitreTri > 0 THEN
                   OPEN INPUT fediteurs
                   MOVE editeurTitreTri TO ed_id
                   READ fediteurs KEY IS ed_id
                      INVALID KEY MOVE 0 TO editeurTrouve
                      NOT INVALID KEY MOVE 1 TO editeurTrouve
                   END-READ
                   CLOSE fediteurs
                END-IF.

      *>Cette méthode rappelle, avant la saisie du prix d'achat
      *>d'une reception, le prix attendu selon la remise accordee
      *>par l'editeur du titre sur son prix public
        AFFICHER_REMISE_EDITEUR.
                MOVE fa_idRef TO idRefConditionsEditeur
                PERFORM CHERCHER_CONDITIONS_EDITEUR
                IF editeurTrouve = 1 AND ed_remiseAchat > 0 THEN
                   COMPUTE prixAttenduEditeur ROUNDED =
                       fi_prix * (100 - ed_remiseAchat) / 100
                   DISPLAY "Remise ", ed_nom
                   DISPLAY ed_remiseAchat, " % : prix attendu ",
                           prixAttenduEditeur
                END-IF.

      *>Cette méthode applique a la couche d'une reception en office
      *>les conditions de l'editeur du titre : un editeur qui
      *>n'accepte pas les retours rend la couche non retournable, un
      *>editeur au delai propre fixe la date limite de la couche
        APPLIQUER_CONDITIONS_EDITEUR.
                MOVE fa_idRef TO idRefConditionsEditeur
                PERFORM CHERCHER_CONDITIONS_EDITEUR
                IF editeurTrouve = 1 THEN
                   IF EDITEUR_RETOUR_REFUSE THEN
                      MOVE 0 TO cc_retournable
                      MOVE SPACES TO cc_dateLimiteRetour
                      DISPLAY "Editeur sans retour : ", cc_titre
                      DISPLAY "n'est pas retournable"
                   ELSE
                      IF ed_delaiRetourMois > 0 AND
                         ed_delaiRetourMois NOT = moisDelaiRetour
                         THEN
                         MOVE moisDelaiRetour TO moisDelaiLivraison
                         MOVE dateLimiteRetourRecep TO
                              dateLimiteLivraison
                         MOVE ed_delaiRetourMois TO moisDelaiRetour
                         PERFORM CALCULER_LIMITE_RETOUR
                         MOVE dateLimiteRetourRecep TO
                              cc_dateLimiteRetour
                         MOVE moisDelaiLivraison TO moisDelaiRetour
                         MOVE dateLimiteLivraison TO
                              dateLimiteRetourRecep
                         DISPLAY "Delai editeur : retour de ",
                                 cc_titre
                         DISPLAY "possible jusqu'au ",
                                 cc_dateLimiteRetour
                      END-IF
                   END-IF
                END-IF.

      *>Cette méthode enregistre l'achat correspondant a la quantite
      *>qui vient d'etre receptionnee sur une ligne de commande
                MOVE SPACES TO fa_dateAchat
                MOVE dateSystemePromo(1:8) TO fa_dateAchat(1:8)
                MOVE cfl_titreComics TO fa_titreComics
                MOVE cfl_idRef TO fa_idRef
                MOVE qteRecueLigne TO fa_quantite
                PERFORM AFFICHER_REMISE_EDITEUR
                PERFORM WITH TEST AFTER UNTIL fa_prixAchat > 0
                        DISPLAY "Entrez le prix d'achat unitaire"
                        ACCEPT fa_prixAchat
                MOVE "F" TO fa_origine
                MOVE 0 TO fa_idClient
                MOVE codeMagasin TO fa_magasin
                MOVE cf_id TO fa_idCommandeFourn
                PERFORM OUVRIR_IO_FACHATS
                WRITE tamp_fachats
                END-WRITE
                MOVE "C" TO sensBudget
                PERFORM CUMULER_BUDGET_ACHAT
                PERFORM OUVRIR_IO_FINVENTAIRE
                MOVE fa_idRef TO fi_id
                READ finventaire KEY IS fi_id
                INVALID KEY
                    DISPLAY "Erreur : ce titre n'existe pas dans"
                    DISPLAY "l'inventaire"
                          MOVE fi_titre TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE fi_titre TO mouvStockTitre
                          MOVE fi_id TO mouvStockIdRef
                          MOVE fa_quantite TO mouvStockQuantite
                          MOVE "RECEPTION" TO mouvStockMotif
                          MOVE fa_id TO mouvStockReference
                CLOSE fcommandesFournLignes.

      *>Cette méthode saisit une facture fournisseur et la rapproche
      *>de la commande fournisseur facturee : chaque ligne de facture
      *>est confrontee aux quantites commandees et recues et au prix
      *>commande, et un ecart hors tolerance met la facture en
      *>contestation avec sa feuille d'ecarts. Une facture sans
      *>commande est rapprochee, comme auparavant, de l'achat
      *>correspondant, et attend la liberation du gerant
        SAISIR_FACTURE_FOURNISSEUR.
                PERFORM WITH TEST AFTER UNTIL trouveFactureFourn = 0
                        DISPLAY "Entrez l'id de la facture"
                MOVE SPACES TO ff_dateEcheance
                MOVE dateSaisieValidee TO ff_dateEcheance(1:8)
                MOVE SPACES TO ff_dateReglement
                MOVE 0 TO ff_montantRegle
                MOVE SPACES TO ff_pointage
                MOVE SPACES TO ff_datePointage
                PERFORM WITH TEST AFTER UNTIL ff_montant > 0
                        DISPLAY "Entrez le montant de la facture"
                        ACCEPT ff_montant
                END-PERFORM
                MOVE 0 TO ff_statut
                MOVE 0 TO ff_idAchat
                MOVE "N" TO ff_rapprochement
                PERFORM CHOISIR_COMMANDE_FACTUREE
                IF ff_idCommandeFourn NOT = 0 THEN
                   PERFORM SAISIR_LIGNES_FACTURE_FOURN
                   PERFORM RAPPROCHER_FACTURE_FOURN
                ELSE
                DISPLAY "Entrez l'id de l'achat correspondant"
                DISPLAY "(0 si aucun)"
                ACCEPT ff_idAchat
                   END-READ
                   CLOSE fachats
                END-IF
                DISPLAY "Facture sans commande : reglement soumis a"
                DISPLAY "la liberation du gerant"
                END-IF
                OPEN I-O ffacturesFourn
                WRITE tamp_ffactureFourn
                END-WRITE
                   NOT INVALID KEY
                      IF FACTURE_PAYEE THEN
                         DISPLAY "Cette facture est deja payee"
                      ELSE IF FACTURE_NON_RAPPROCHEE THEN
                         DISPLAY "Facture non rapprochee : elle doit"
                         DISPLAY "etre liberee par le gerant"
                      ELSE
                         MOVE FUNCTION CURRENT-DATE TO
                              ff_dateReglement
                         MOVE ff_montant TO ff_montantRegle
                         MOVE 1 TO ff_statut
                         REWRITE tamp_ffactureFourn
                            INVALID KEY
                               PERFORM ENREGISTRER_JOURNAL
                         END-REWRITE
                      END-IF
                      END-IF
                END-READ
                CLOSE ffacturesFourn.

                MOVE idFournisseurRetour TO af_idFournisseur
                MOVE nomFournisseurRetour TO af_nomFournisseur
                MOVE fi_titre TO af_titreComics
                MOVE fi_id TO af_idRef
                MOVE qteRetour TO af_quantite
                MULTIPLY qteRetour BY prixAchatRetour
                    GIVING af_montant ROUNDED
                MOVE "C" TO fa_origine
                MOVE idClientRachat TO fa_idClient
                MOVE codeMagasin TO fa_magasin
                MOVE 0 TO fa_idCommandeFourn
                PERFORM OUVRIR_IO_FACHATS
                MOVE fa_titreComics TO titreIdRef
                PERFORM RESOUDRE_ID_REFERENCE
                MOVE idReference TO fa_idRef
                WRITE tamp_fachats
                END-WRITE
                CLOSE fachats
                *>rachat
                PERFORM CREER_COUCHE_COUT
                MOVE fa_titreComics TO titreRef
                MOVE fa_idRef TO idArticleRef
                PERFORM VERIF_TITRE_REF
                IF trouve = 0 THEN
                    DISPLAY "Le titre rachete n'existe pas dans"
                       CAT_GOODIES OR CAT_JEU_CARTES) THEN
                       PERFORM GENERER_CODE_INTERNE
                    END-IF
                    PERFORM SAISIR_EDITEUR_REFERENCE
                    MOVE "O" TO fi_saisieLocale
                    MOVE 0 TO fi_idConsignataire
                    MOVE 0 TO fi_tauxCommission
                    PERFORM OUVRIR_IO_FINVENTAIRE
                    MOVE fi_titre TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
                    MOVE fi_titre TO mouvStockTitre
                    MOVE fi_id TO mouvStockIdRef
                    MOVE fa_quantite TO mouvStockQuantite
                    MOVE "RACHAT" TO mouvStockMotif
                    MOVE fa_id TO mouvStockReference
                    PERFORM ENREGISTRER_MOUVEMENT_STOCK
                    PERFORM OUVRIR_IO_FACHATS
                    PERFORM RATTACHER_ACHAT_NOUVELLE_REF
                    CLOSE fachats
                ELSE
                    PERFORM OUVRIR_IO_FINVENTAIRE
                    MOVE fa_idRef TO fi_id
                    READ finventaire KEY IS fi_id
                    INVALID KEY DISPLAY "Erreur"
                    NOT INVALID KEY
                        ADD fa_quantite TO fi_quantite END-ADD
                              MOVE fi_titre TO journalCle
                              PERFORM ENREGISTRER_JOURNAL
                              MOVE fi_titre TO mouvStockTitre
                              MOVE fi_id TO mouvStockIdRef
                              MOVE fa_quantite TO mouvStockQuantite
                              MOVE "RACHAT" TO mouvStockMotif
                              MOVE fa_id TO mouvStockReference
                    END-READ
                    CLOSE finventaire
                END-IF
                *>Chaque unite rachetee devient un exemplaire
                *>individualise, revendu sous regime de la marge
                PERFORM CREER_EXEMPLAIRES_RACHAT
                ADD 1 TO nbArticlesRachat END-ADD
                MULTIPLY fa_prixAchat BY fa_quantite
                    GIVING montantLigneRachat ROUNDED
                       INTO ligneRapport
                WRITE ligneRapport.

      *>Cette méthode cree un exemplaire par unite de l'article qui
      *>vient d'etre rachete a un particulier : l'exemplaire porte
      *>l'etat et le prix de vente du titre, releve du regime de la
      *>marge et garde son prix de rachat unitaire pour le calcul de
      *>la TVA a la revente (fi_quantite a deja ete incremente)
        CREER_EXEMPLAIRES_RACHAT.
                *>Les exemplaires signes, dessines ou certifies
                *>entrent avec leur provenance
                MOVE SPACES TO reponseProvenance
                PERFORM WITH TEST AFTER UNTIL reponseProvenance = "O"
                    OR reponseProvenance = "N"
                    DISPLAY "Des exemplaires de ", fa_titreComics
                    DISPLAY "sont-ils signes, dessines ou certifies ?"
                    DISPLAY "(O/N)"
                    ACCEPT reponseProvenance
                    MOVE FUNCTION UPPER-CASE(reponseProvenance) TO
                         reponseProvenance
                END-PERFORM
                MOVE 0 TO noExemplaireRachat
                PERFORM WITH TEST AFTER UNTIL
                    noExemplaireRachat >= fa_quantite
                    MOVE "EXEMPLAIRE" TO compteurNom
                    PERFORM OBTENIR_PROCHAIN_ID
                    MOVE prochainId TO fe_id
                    MOVE fa_titreComics TO fe_titre
                    MOVE fa_idRef TO fe_idRef
                    MOVE fi_condition TO fe_condition
                    MOVE fi_prix TO fe_prix
                    MOVE fi_emplacement TO fe_emplacement
                    MOVE 0 TO fe_statut
                    MOVE 0 TO fe_idVente
                    MOVE 1 TO fe_regimeMarge
                    MOVE fa_prixAchat TO fe_coutAchat
                    OPEN I-O fexemplaires
                    WRITE tamp_fexemplaire
                    END-WRITE
                    CLOSE fexemplaires
                    MOVE "RACHETER_COLLECTION_CLIENT" TO
                         journalParagraphe
                    MOVE "AJOUT" TO journalOperation
                    MOVE "fexemplaires" TO journalFichier
                    MOVE fe_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
                    IF reponseProvenance = "O" THEN
                       MOVE fe_id TO idExemplaireProv
                       PERFORM PROPOSER_PROVENANCE_EXEMPLAIRE
                    END-IF
                    ADD 1 TO noExemplaireRachat END-ADD
                END-PERFORM.

      *>Cette méthode totalise sur une periode les rachats aupres des
      *>clients (fa_origine C), separement des achats aupres des
      *>fournisseurs, pour alimenter les chiffres de cloture
        TRAITER_ABONNEMENTS_SERIE.
                MOVE 0 TO nbAbonnesServis
                OPEN INPUT finventaire
                MOVE fa_idRef TO fi_id
                READ finventaire KEY IS fi_id
                   INVALID KEY MOVE SPACES TO fi_serie
                END-READ
                CLOSE finventaire
      *>tamp_fabonnement, tant qu'il reste du stock
        RESERVER_POUR_ABONNE.
                PERFORM OUVRIR_IO_FINVENTAIRE
                MOVE fa_idRef TO fi_id
                READ finventaire KEY IS fi_id
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF fi_quantite = 0 THEN
                               PERFORM OBTENIR_PROCHAIN_ID
                               MOVE prochainId TO rs_id
                               MOVE fa_titreComics TO rs_titreComics
                               MOVE fa_idRef TO rs_idRef
                               MOVE ab_client TO rs_client
                               MOVE FUNCTION CURRENT-DATE TO
                                    rs_dateReservation
                                   FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                   dateJourNum) + 14)
                               IF OPTION_CAL_ACTIVE(OPT_CAL_RESERVE)
                                  THEN
                                  MOVE dateJourNum TO dateCalendrier
                                  PERFORM REPORTER_JOUR_OUVERT
                                  MOVE dateCalendrier TO dateJourNum
                               END-IF
                               MOVE SPACES TO rs_dateExpiration
                               MOVE dateJourNum TO
                                    rs_dateExpiration(1:8)
                               MOVE 0 TO rs_statut
                               MOVE 0 TO rs_idPrepaiement
                               OPEN I-O freservations
                               WRITE tamp_freservation
                               END-WRITE
                               CLOSE freservations
                               ADD 1 TO nbAbonnesServis END-ADD
                               MOVE fi_titre TO mouvStockTitre
                               MOVE fi_id TO mouvStockIdRef
                               MOVE -1 TO mouvStockQuantite
                               MOVE "RESERVE" TO mouvStockMotif
                               MOVE rs_id TO mouvStockReference
                               PERFORM ENREGISTRER_MOUVEMENT_STOCK
                               PERFORM NOTIFIER_ABONNE_SERIE
                               MOVE "A" TO typeRangement
                               MOVE ab_client TO clientRangement
                               MOVE rs_id TO referenceRangement
                               MOVE 1 TO qteRangement
                               PERFORM NOTER_ATTENTE_RANGEMENT
                         END-REWRITE
                      END-IF
                END-READ
                                        MOVE fi_titre TO journalCle
                                        PERFORM ENREGISTRER_JOURNAL
                                        MOVE fi_titre TO titreHisto
                                        MOVE fi_id TO idRefHisto
                                        MOVE prixTarif TO
                                             nouveauPrix
                                        MOVE "IM" TO
                MOVE "LI" TO fi_categorie
                MOVE 0 TO fi_idConsignataire
                MOVE 0 TO fi_tauxCommission
                MOVE 0 TO fi_idEditeur
                MOVE "N" TO fi_saisieLocale
                PERFORM OUVRIR_IO_FINVENTAIRE
                WRITE tamp_finventaire
                   INVALID KEY
                MOVE fa_id TO idAchatCourantScore
                MOVE fa_prixAchat TO prixAchatCourantScore
                MOVE fa_titreComics TO titreHistoriquePrix
                MOVE fa_idRef TO idRefHistoriquePrix
                MOVE 0 TO qteAutresFourn
                MOVE 0 TO valAutresFourn
                MOVE 0 TO fa_id
                              *>(fa_idFournisseur a zero) ne sont pas
                              *>des fournisseurs concurrents : leurs
                              *>prix d'occasion fausseraient l'ecart
                              IF fa_idRef =
                                 idRefHistoriquePrix AND
                                 fa_idFournisseur NOT = 0 AND
                                 fa_idFournisseur NOT =
                                 scIdFourn(nbFournScorecard) THEN
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idCoucheCout
           MOVE fa_titreComics TO cc_titre
           MOVE fa_idRef TO cc_idRef
           MOVE idCoucheCout TO cc_id
           MOVE fa_dateAchat TO cc_dateAchat
           MOVE fa_quantite TO cc_quantiteRestante
           MOVE fa_prixAchat TO cc_prixUnitaire
           MOVE fa_id TO cc_idAchat
           *>Seule une reception declaree en office ouvre un droit
           *>de retour sur la couche
           MOVE fa_idFournisseur TO cc_idFournisseur
           MOVE fa_nomFournisseur TO cc_nomFournisseur
           IF receptionEnOffice = 1 THEN
              MOVE 1 TO cc_retournable
              MOVE dateLimiteRetourRecep TO cc_dateLimiteRetour
              PERFORM APPLIQUER_CONDITIONS_EDITEUR
           ELSE
              MOVE 0 TO cc_retournable
              MOVE SPACES TO cc_dateLimiteRetour
           END-IF
           OPEN I-O fcouches
           WRITE tamp_fcouche
              INVALID KEY
           END-WRITE
           CLOSE fcouches.

      *>Cette méthode rattache a la reference fi_id qui vient d'etre
      *>creee l'achat du tampon tamp_fachats (fachats ouvert par
      *>l'appelant) et sa couche de cout idCoucheCout, tous deux
      *>enregistres avant que la reference n'existe
        RATTACHER_ACHAT_NOUVELLE_REF.
           MOVE fi_id TO fa_idRef
           MOVE fi_id TO idArticleRef
           REWRITE tamp_fachats
              INVALID KEY
                 DISPLAY "Erreur rattachement de l'achat ", fa_id
           END-REWRITE
           OPEN I-O fcouches
           MOVE 0 TO cc_idRef
           MOVE idCoucheCout TO cc_id
           READ fcouches KEY IS cc_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DELETE fcouches
                 END-DELETE
                 MOVE fi_id TO cc_idRef
                 WRITE tamp_fcouche
                 END-WRITE
           END-READ
           CLOSE fcouches.

      *>Cette méthode consomme les couches de cout du titre titreRef
      *>a hauteur de quantiteLigne, de la plus ancienne a la plus
      *>recente : c'est le pendant cout de chaque decrement de stock
      *>couche restante) est consomme sans effet
        CONSOMMER_COUCHES_COUT.
           MOVE quantiteLigne TO qteAConsommer
           MOVE idArticleRef TO idReference
           MOVE 1 TO WfinCouche
           OPEN I-O fcouches
           MOVE idReference TO cc_idRef
           MOVE 0 TO cc_id
           START fcouches KEY IS NOT LESS THAN cc_cle
              INVALID KEY MOVE 0 TO WfinCouche
                    READ fcouches NEXT
                    AT END MOVE 0 TO WfinCouche
                    NOT AT END
                        IF cc_idRef NOT = idReference OR
                           qteAConsommer = 0 THEN
                           MOVE 0 TO WfinCouche
                        ELSE
           MOVE 0 TO valeurCouchesTitre
           MOVE 1 TO WfinCouche
           OPEN INPUT fcouches
           MOVE fi_id TO cc_idRef
           MOVE 0 TO cc_id
           START fcouches KEY IS NOT LESS THAN cc_cle
              INVALID KEY MOVE 0 TO WfinCouche
                    READ fcouches NEXT
                    AT END MOVE 0 TO WfinCouche
                    NOT AT END
                        IF cc_idRef NOT = fi_id THEN
                           MOVE 0 TO WfinCouche
                        ELSE
                           *>La quantite valorisee par les couches
           CLOSE fcouches.

      *>Cette méthode donne le cout unitaire FIFO courant du titre
      *>idRefLigneMarge : le cout de la plus ancienne couche encore
      *>garnie ; un titre sans couche (stock historique) retombe sur
      *>le cout d'achat moyen comme auparavant
        CALCULER_COUT_FIFO_TITRE.
           MOVE 0 TO coucheTrouvee
           MOVE idRefLigneMarge TO idReference
           MOVE 1 TO WfinCouche
           OPEN INPUT fcouches
           MOVE idReference TO cc_idRef
           MOVE 0 TO cc_id
           START fcouches KEY IS NOT LESS THAN cc_cle
              INVALID KEY MOVE 0 TO WfinCouche
                    READ fcouches NEXT
                    AT END MOVE 0 TO WfinCouche
                    NOT AT END
                        IF cc_idRef NOT = idReference THEN
                           MOVE 0 TO WfinCouche
                        ELSE
                           IF coucheTrouvee = 0 AND
                      cml_noLigneCF = cfl_noLigne AND
                      LIGNE_CMD_ATTENDUE THEN
                      MOVE 1 TO cml_statut
                      MOVE FUNCTION CURRENT-DATE TO cml_dateArrivee
                      MOVE cml_dateArrivee TO cml_dateNotification
                      REWRITE tamp_fcommandeLigne
                         NOT INVALID KEY
                            ADD 1 TO nbClientsNotifiesCF END-ADD
                            PERFORM NOTIFIER_ARRIVEE_LIGNE_CMD
                            MOVE "C" TO typeRangement
                            MOVE nb_client TO clientRangement
                            MOVE cml_idCommande TO referenceRangement
                            MOVE cml_quantite TO qteRangement
                            PERFORM NOTER_ATTENTE_RANGEMENT
                      END-REWRITE
                   END-IF
               END-READ

      *>Cette méthode previent le client de la commande dont une
      *>ligne rattachee vient d'arriver (le client est lu sur
      *>l'en-tete de sa commande). Un fichier deja ouvert par
      *>l'appelant n'est pas referme, et la commande qu'il tient
      *>dans le tampon n'est pas relue
        NOTIFIER_ARRIVEE_LIGNE_CMD.
           MOVE 0 TO nb_client
           OPEN INPUT fcommandes
           MOVE cr_fcommandes TO crOuvertureCmd
           IF crOuvertureCmd = 41 AND cmd_id = cml_idCommande THEN
              MOVE cmd_client TO nb_client
           ELSE
              MOVE cml_idCommande TO cmd_id
              READ fcommandes KEY IS cmd_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE cmd_client TO nb_client
              END-READ
           END-IF
           IF crOuvertureCmd NOT = 41 THEN
              CLOSE fcommandes
           END-IF
           IF nb_client NOT = 0 THEN
              MOVE SPACES TO nb_mail
              MOVE "VOTRE COMMANDE EST ARRIVEE" TO nb_objet
                      IF FUNCTION INTEGER-OF-DATE(dateJourNum) >
                         entierDebutVelocite THEN
                         MOVE fvl_titreComics TO tri_cle
                         MOVE fvl_idRef TO tri_idRef
                         MOVE fvl_quantite TO tri_quantite
                         MOVE 0 TO tri_montant
                         RELEASE tamp_tri
                           PERFORM CLORE_GROUPE_VELOCITE
                        END-IF
                        MOVE tri_cle TO triCleCourante
                        MOVE tri_idRef TO idRefTriCourant
                        MOVE 0 TO triCompteurGroupe
                     END-IF
                     ADD tri_quantite TO triCompteurGroupe END-ADD
           COMPUTE tauxVenteHebdo ROUNDED = triCompteurGroupe / 12
           MOVE 0 TO fi_quantite
           OPEN INPUT finventaire
           MOVE idRefTriCourant TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
           END-READ
           CLOSE finventaire
              END-IF
           END-IF.

      *>Cette méthode cumule la quantite du titre idRefTriCourant
      *>encore a livrer sur les commandes fournisseur ouvertes
        CUMULER_EN_COMMANDE_TITRE.
           MOVE 0 TO qteEnCommandeTitre
               READ fcommandesFournLignes NEXT
               AT END MOVE 0 TO WfinSugg2
               NOT AT END
                   IF cfl_idRef = idRefTriCourant AND
                      idRefTriCourant > 0 AND
                      cfl_quantiteCommandee > cfl_quantiteRecue THEN
                      OPEN INPUT fcommandesFourn
                      MOVE cfl_idCommande TO cf_id
        OBTENIR_CATEGORIE_TITRE.
           MOVE "LI" TO categorieBudget
           OPEN INPUT finventaire
           MOVE fa_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CAT_FIGURINE OR CAT_GOODIES OR CAT_JEU_CARTES
               END-READ
           END-PERFORM
           CLOSE fbudgets.

      *>Cette méthode propose, pour chaque sortie a venir du
      *>calendrier dont la date limite de commande (FOC) n'est pas
      *>passee, la quantite a commander : demande connue (abonnes
      *>de la serie, liste de souhaits, lignes de commande client
      *>ouvertes), ecoulement moyen des numeros precedents de la
      *>serie et exemplaires de rayon, moins le stock et
      *>l'en-commande. Le detail est ecrit au rapport FOC-date.TXT
      *>et chaque proposition attend sa validation
        PROPOSER_QUANTITES_FOC.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           STRING "FOC-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           STRING "Propositions de commande FOC du "
                  DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "abo + souhaits + cmd + ecoulement + rayon - couvert"
                TO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE 0 TO nbPropositionsFOC
           MOVE 1 TO WfinFOC
           OPEN INPUT fcalendrier
           PERFORM WITH TEST AFTER UNTIL WfinFOC = 0
               READ fcalendrier NEXT
               AT END MOVE 0 TO WfinFOC
               NOT AT END
                   IF SORTIE_A_VENIR AND
                      (cs_dateFOC = SPACES OR
                       cs_dateFOC NOT < dateRapport(1:8)) THEN
                      PERFORM CALCULER_PROPOSITION_FOC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcalendrier
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           STRING "Propositions calculees : " DELIMITED BY SIZE
                  nbPropositionsFOC DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Propositions FOC calculees : ", nbPropositionsFOC
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport.

      *>Cette méthode calcule la proposition de la sortie du tampon
      *>tamp_fcalendrier ; une proposition deja validee, commandee
      *>ou rejetee n'est plus recalculee
        CALCULER_PROPOSITION_FOC.
           MOVE 0 TO propositionExiste
           OPEN INPUT fpropositionsFOC
           MOVE cs_id TO pf_idSortie
           READ fpropositionsFOC KEY IS pf_idSortie
              INVALID KEY MOVE 0 TO propositionExiste
              NOT INVALID KEY MOVE 1 TO propositionExiste
           END-READ
           CLOSE fpropositionsFOC
           IF propositionExiste = 0 OR PROPOSITION_A_VALIDER THEN
              *>La serie vient du calendrier, sinon de la fiche
              *>inventaire du titre quand elle existe deja
              MOVE 0 TO fi_quantite
              MOVE 0 TO idRefTriCourant
              MOVE cs_serie TO serieSortieFOC
              OPEN INPUT finventaire
              MOVE cs_titre TO fi_titre
              READ finventaire KEY IS fi_titre
                 INVALID KEY MOVE 0 TO fi_quantite
                 NOT INVALID KEY
                    MOVE fi_id TO idRefTriCourant
                    IF serieSortieFOC = SPACES THEN
                       MOVE fi_serie TO serieSortieFOC
                    END-IF
              END-READ
              CLOSE finventaire
              MOVE cs_id TO pf_idSortie
              MOVE cs_titre TO pf_titre
              MOVE serieSortieFOC TO pf_serie
              MOVE cs_dateFOC TO pf_dateFOC
              MOVE dateRapport(1:8) TO pf_dateCalcul
              MOVE fi_quantite TO pf_qteDejaCouverte
              MOVE cs_titre TO triCleCourante
              PERFORM CUMULER_EN_COMMANDE_TITRE
              ADD qteEnCommandeTitre TO pf_qteDejaCouverte END-ADD
              PERFORM COMPTER_ABONNES_FOC
              PERFORM COMPTER_SOUHAITS_FOC
              PERFORM COMPTER_COMMANDES_FOC
              PERFORM MESURER_ECOULEMENT_SERIE
              MOVE EXEMPLAIRES_RAYON_FOC TO pf_qteRayon
              COMPUTE qteBesoinFOC = pf_qteAbonnes + pf_qteSouhaits
                  + pf_qteCommandesClients + pf_qteEcoulement
                  + pf_qteRayon - pf_qteDejaCouverte
              IF qteBesoinFOC < 0 THEN
                 MOVE 0 TO qteBesoinFOC
              END-IF
              MOVE qteBesoinFOC TO pf_qteProposee
              MOVE qteBesoinFOC TO pf_qteRetenue
              MOVE 0 TO pf_statut
              MOVE 0 TO pf_idCommandeFourn
              OPEN I-O fpropositionsFOC
              IF propositionExiste = 1 THEN
                 REWRITE tamp_fpropositionFOC
                 END-REWRITE
              ELSE
                 WRITE tamp_fpropositionFOC
                 END-WRITE
              END-IF
              CLOSE fpropositionsFOC
              ADD 1 TO nbPropositionsFOC END-ADD
              STRING cs_titre DELIMITED BY SIZE
                     " FOC " DELIMITED BY SIZE
                     cs_dateFOC DELIMITED BY SIZE
                     " sortie " DELIMITED BY SIZE
                     cs_dateSortie DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              STRING "   " DELIMITED BY SIZE
                     pf_qteAbonnes DELIMITED BY SIZE
                     " + " DELIMITED BY SIZE
                     pf_qteSouhaits DELIMITED BY SIZE
                     " + " DELIMITED BY SIZE
                     pf_qteCommandesClients DELIMITED BY SIZE
                     " + " DELIMITED BY SIZE
                     pf_qteEcoulement DELIMITED BY SIZE
                     " + " DELIMITED BY SIZE
                     pf_qteRayon DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     pf_qteDejaCouverte DELIMITED BY SIZE
                     " = " DELIMITED BY SIZE
                     pf_qteProposee DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode compte les abonnements actifs a la serie de la
      *>sortie (un exemplaire par abonne)
        COMPTER_ABONNES_FOC.
           MOVE 0 TO pf_qteAbonnes
           IF serieSortieFOC NOT = SPACES THEN
              MOVE 1 TO WfinFOC2
              OPEN INPUT fabonnements
              PERFORM WITH TEST AFTER UNTIL WfinFOC2 = 0
                  READ fabonnements NEXT
                  AT END MOVE 0 TO WfinFOC2
                  NOT AT END
                      IF ab_serie = serieSortieFOC AND
                         ABONNEMENT_ACTIF THEN
                         ADD 1 TO pf_qteAbonnes END-ADD
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fabonnements
           END-IF.

      *>Cette méthode compte les souhaits encore en attente sur le
      *>titre de la sortie ; une sortie pas encore referencee n'a
      *>pas d'id, ses souhaits se reconnaissent alors a leur titre
        COMPTER_SOUHAITS_FOC.
           MOVE 0 TO pf_qteSouhaits
           MOVE cs_titre TO titreIdRef
           PERFORM RESOUDRE_ID_REFERENCE
           MOVE 1 TO WfinFOC2
           OPEN INPUT fwishlist
           PERFORM WITH TEST AFTER UNTIL WfinFOC2 = 0
               READ fwishlist NEXT
               AT END MOVE 0 TO WfinFOC2
               NOT AT END
                   IF ((idReference > 0 AND wl_idRef = idReference)
                      OR wl_titreComics = cs_titre) AND
                      WL_EN_ATTENTE THEN
                      ADD 1 TO pf_qteSouhaits END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fwishlist.

      *>Cette méthode cumule les quantites des lignes de commande
      *>client attendues sur le titre de la sortie et pas encore
      *>rattachees a une commande fournisseur
        COMPTER_COMMANDES_FOC.
           MOVE 0 TO pf_qteCommandesClients
           MOVE 1 TO WfinFOC2
           OPEN INPUT fcommandesLignes
           PERFORM WITH TEST AFTER UNTIL WfinFOC2 = 0
               READ fcommandesLignes NEXT
               AT END MOVE 0 TO WfinFOC2
               NOT AT END
                   IF cml_titreComics = cs_titre AND
                      LIGNE_CMD_ATTENDUE AND
                      cml_idCommandeFourn = 0 THEN
                      ADD cml_quantite TO pf_qteCommandesClients
                          END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandesLignes.

      *>Cette méthode mesure l'ecoulement moyen par numero des
      *>autres titres de la meme serie : quantites vendues (lignes
      *>de panier, ventes courantes et archivees) divisees par le
      *>nombre de numeros precedents presents a l'inventaire
        MESURER_ECOULEMENT_SERIE.
           MOVE 0 TO pf_qteEcoulement
           MOVE 0 TO qteVendueSerieFOC
           MOVE 0 TO nbNumerosSerieFOC
           IF serieSortieFOC NOT = SPACES THEN
              MOVE 1 TO WfinFOC2
              OPEN INPUT finventaire
              PERFORM WITH TEST AFTER UNTIL WfinFOC2 = 0
                  READ finventaire NEXT
                  AT END MOVE 0 TO WfinFOC2
                  NOT AT END
                      IF fi_serie = serieSortieFOC AND
                         fi_titre NOT = cs_titre THEN
                         ADD 1 TO nbNumerosSerieFOC END-ADD
                      END-IF
                  END-READ
              END-PERFORM
              IF nbNumerosSerieFOC > 0 THEN
                 MOVE 1 TO WfinFOC2
                 OPEN INPUT fventesLignes
                 PERFORM WITH TEST AFTER UNTIL WfinFOC2 = 0
                     READ fventesLignes NEXT
                     AT END MOVE 0 TO WfinFOC2
                     NOT AT END
                         IF fvl_titreComics NOT = cs_titre THEN
                            MOVE fvl_idRef TO fi_id
                            READ finventaire KEY IS fi_id
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                  IF fi_serie = serieSortieFOC THEN
                                     PERFORM CUMULER_VENTE_SERIE_FOC
                                  END-IF
                            END-READ
                         END-IF
                     END-READ
                 END-PERFORM
                 CLOSE fventesLignes
                 COMPUTE pf_qteEcoulement ROUNDED =
                     qteVendueSerieFOC / nbNumerosSerieFOC
              END-IF
              CLOSE finventaire
           END-IF
           MOVE nbNumerosSerieFOC TO pf_nbNumerosPrecedents.

      *>Cette méthode ajoute la quantite de la ligne de panier du
      *>tampon quand elle appartient a une vente conclue, courante
      *>ou archivee
        CUMULER_VENTE_SERIE_FOC.
           MOVE 0 TO trouveVente
           OPEN INPUT fventes
           MOVE fvl_idVente TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF fv_statut = 0 OR fv_statut = 3 THEN
                    MOVE 1 TO trouveVente
                 END-IF
           END-READ
           CLOSE fventes
           IF trouveVente = 0 THEN
              OPEN INPUT fventesArchive
              MOVE fvl_idVente TO fva_id
              READ fventesArchive KEY IS fva_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fva_statut = 0 OR fva_statut = 3 THEN
                       MOVE 1 TO trouveVente
                    END-IF
              END-READ
              CLOSE fventesArchive
           END-IF
           IF trouveVente = 1 THEN
              ADD fvl_quantite TO qteVendueSerieFOC END-ADD
           END-IF.

      *>Cette méthode fait valider une a une les propositions FOC en
      *>attente (quantite acceptee, corrigee ou rejetee), puis
      *>propose de passer la commande fournisseur des propositions
      *>validees avant la date limite
        VALIDER_PROPOSITIONS_FOC.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE 0 TO nbPropositionsValidees
           MOVE 1 TO WfinFOC
           OPEN I-O fpropositionsFOC
           PERFORM WITH TEST AFTER UNTIL WfinFOC = 0
               READ fpropositionsFOC NEXT
               AT END MOVE 0 TO WfinFOC
               NOT AT END
                   IF PROPOSITION_A_VALIDER AND
                      (pf_dateFOC = SPACES OR
                       pf_dateFOC NOT < dateRapport(1:8)) THEN
                      PERFORM VALIDER_UNE_PROPOSITION_FOC
                   END-IF
                   IF PROPOSITION_VALIDEE THEN
                      ADD 1 TO nbPropositionsValidees END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropositionsFOC
           DISPLAY "Propositions validees a commander : ",
                   nbPropositionsValidees
           IF nbPropositionsValidees > 0 THEN
              MOVE SPACES TO reponsePropositionFOC
              PERFORM WITH TEST AFTER UNTIL
                  reponsePropositionFOC = "O" OR
                  reponsePropositionFOC = "o" OR
                  reponsePropositionFOC = "N" OR
                  reponsePropositionFOC = "n"
                  DISPLAY "Passer la commande fournisseur ? (O/N)"
                  ACCEPT reponsePropositionFOC
              END-PERFORM
              IF reponsePropositionFOC = "O" OR
                 reponsePropositionFOC = "o" THEN
                 MOVE 1 TO commandeDepuisFOC
                 PERFORM SAISIR_COMMANDE_FOURNISSEUR
                 MOVE 0 TO commandeDepuisFOC
              END-IF
           END-IF.

      *>Cette méthode presente la proposition du tampon avec le
      *>detail de la demande et enregistre la decision
        VALIDER_UNE_PROPOSITION_FOC.
           DISPLAY pf_titre, " (FOC ", pf_dateFOC, ")"
           DISPLAY "   Abonnes : ", pf_qteAbonnes,
                   " - souhaits : ", pf_qteSouhaits,
                   " - commandes : ", pf_qteCommandesClients
           DISPLAY "   Ecoulement moyen : ", pf_qteEcoulement,
                   " (", pf_nbNumerosPrecedents, " numero(s))",
                   " - rayon : ", pf_qteRayon
           DISPLAY "   Deja couvert : ", pf_qteDejaCouverte,
                   " - proposee : ", pf_qteProposee
           MOVE SPACES TO reponsePropositionFOC
           PERFORM WITH TEST AFTER UNTIL
               reponsePropositionFOC = "O" OR
               reponsePropositionFOC = "o" OR
               reponsePropositionFOC = "M" OR
               reponsePropositionFOC = "m" OR
               reponsePropositionFOC = "R" OR
               reponsePropositionFOC = "r" OR
               reponsePropositionFOC = "P" OR
               reponsePropositionFOC = "p"
               DISPLAY "   Valider (O), modifier (M), rejeter (R)"
               DISPLAY "   ou passer (P) ?"
               ACCEPT reponsePropositionFOC
           END-PERFORM
           EVALUATE reponsePropositionFOC
               WHEN "O" WHEN "o"
                   MOVE pf_qteProposee TO pf_qteRetenue
               WHEN "M" WHEN "m"
                   DISPLAY "   Quantite retenue"
                   ACCEPT qteRetenueSaisie
                   MOVE qteRetenueSaisie TO pf_qteRetenue
               WHEN "R" WHEN "r"
                   MOVE 0 TO pf_qteRetenue
           END-EVALUATE
           IF reponsePropositionFOC NOT = "P" AND
              reponsePropositionFOC NOT = "p" THEN
              IF pf_qteRetenue = 0 THEN
                 MOVE 3 TO pf_statut
              ELSE
                 MOVE 1 TO pf_statut
              END-IF
              REWRITE tamp_fpropositionFOC
                 NOT INVALID KEY
                    MOVE "VALIDER_PROPOSITIONS_FOC" TO
                         journalParagraphe
                    MOVE "MODIFICATION" TO journalOperation
                    MOVE "fpropositionFOC" TO journalFichier
                    MOVE pf_idSortie TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
              END-REWRITE
           END-IF.

      *>Cette méthode ajoute a la commande fournisseur en cours de
      *>saisie une ligne par proposition FOC validee : le titre
      *>doit deja figurer a l'inventaire et la date limite ne doit
      *>pas etre passee ; la proposition passe a commandee
        AJOUTER_LIGNES_FOC.
           MOVE FUNCTION CURRENT-DATE TO dateHeureCal
           MOVE 1 TO WfinFOC
           OPEN I-O fpropositionsFOC
           PERFORM WITH TEST AFTER UNTIL WfinFOC = 0
               READ fpropositionsFOC NEXT
               AT END MOVE 0 TO WfinFOC
               NOT AT END
                   IF PROPOSITION_VALIDEE THEN
                      MOVE 0 TO trouve
                      IF pf_dateFOC = SPACES OR
                         pf_dateFOC NOT < dateHeureCal(1:8) THEN
                         OPEN INPUT finventaire
                         MOVE pf_titre TO fi_titre
                         READ finventaire KEY IS fi_titre
                            INVALID KEY
                               DISPLAY pf_titre, " absent de"
                               DISPLAY "l'inventaire, ajoutez"
                               DISPLAY "d'abord la reference"
                            NOT INVALID KEY MOVE 1 TO trouve
                         END-READ
                         CLOSE finventaire
                      ELSE
                         DISPLAY pf_titre, " : FOC depassee,"
                         DISPLAY "ligne non commandee"
                      END-IF
                      IF trouve = 1 THEN
                         MOVE pf_titre TO titreRef
                         MOVE fi_id TO idArticleRef
                         MOVE pf_qteRetenue TO qteCommandeeLigne
                         PERFORM ECRIRE_LIGNE_COMMANDE_FOURN
                         MOVE 2 TO pf_statut
                         MOVE idCommandeFourn TO pf_idCommandeFourn
                         REWRITE tamp_fpropositionFOC
                         END-REWRITE
                         DISPLAY "Ligne ", nbLignesCF, " : ",
                                 pf_titre, " x ", pf_qteRetenue
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropositionsFOC.

      *>Cette méthode liste les invendus des livraisons en office
      *>dont la date limite de retour tombe dans les
      *>HORIZON_RETOUR_OFFICE prochains jours (quantite restante de
      *>la couche, fournisseur, date limite, avoir attendu au cout
      *>de la couche), puis ceux dont le delai est deja depasse,
      *>dans le rapport RETOURS-OFFICE-date.TXT
        RAPPORT_RETOURS_OFFICE.
           PERFORM CALCULER_HORIZON_RETOUR
           STRING "RETOURS-OFFICE-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           MOVE 0 TO nbCouchesEcheance
           MOVE 0 TO qteEcheanceTotale
           MOVE 0 TO valeurEcheanceTotale
           MOVE 0 TO nbCouchesExpirees
           OPEN OUTPUT frapport
           STRING "Retours en office a echeance au "
                  DELIMITED BY SIZE
                  dateHorizonRetour DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinOffice
           OPEN INPUT fcouches
           PERFORM WITH TEST AFTER UNTIL WfinOffice = 0
               READ fcouches NEXT
               AT END MOVE 0 TO WfinOffice
               NOT AT END
                   IF COUCHE_RETOURNABLE AND
                      cc_quantiteRestante > 0 THEN
                      MULTIPLY cc_quantiteRestante BY
                          cc_prixUnitaire GIVING valeurCoucheOffice
                          ROUNDED
                      IF cc_dateLimiteRetour < dateJourRetour THEN
                         ADD 1 TO nbCouchesExpirees END-ADD
                         STRING "DEPASSE " DELIMITED BY SIZE
                                cc_dateLimiteRetour DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                cc_titre DELIMITED BY SIZE
                                " x" DELIMITED BY SIZE
                                cc_quantiteRestante DELIMITED BY SIZE
                                " perdu " DELIMITED BY SIZE
                                valeurCoucheOffice DELIMITED BY SIZE
                                INTO ligneRapport
                         WRITE ligneRapport
                      ELSE
                         IF cc_dateLimiteRetour NOT >
                            dateHorizonRetour THEN
                            ADD 1 TO nbCouchesEcheance END-ADD
                            ADD cc_quantiteRestante TO
                                qteEcheanceTotale END-ADD
                            ADD valeurCoucheOffice TO
                                valeurEcheanceTotale END-ADD
                            STRING cc_dateLimiteRetour
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   cc_titre DELIMITED BY SIZE
                                   " x" DELIMITED BY SIZE
                                   cc_quantiteRestante
                                   DELIMITED BY SIZE
                                   " avoir " DELIMITED BY SIZE
                                   valeurCoucheOffice
                                   DELIMITED BY SIZE
                                   INTO ligneRapport
                            WRITE ligneRapport
                            STRING "   chez " DELIMITED BY SIZE
                                   cc_nomFournisseur DELIMITED BY SIZE
                                   " (couche " DELIMITED BY SIZE
                                   cc_id DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO ligneRapport
                            WRITE ligneRapport
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcouches
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           STRING "Couches a retourner : " DELIMITED BY SIZE
                  nbCouchesEcheance DELIMITED BY SIZE
                  " - exemplaires : " DELIMITED BY SIZE
                  qteEcheanceTotale DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Avoirs attendus : " DELIMITED BY SIZE
                  valeurEcheanceTotale DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Couches au delai depasse : " DELIMITED BY SIZE
                  nbCouchesExpirees DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Couches a retourner : ", nbCouchesEcheance,
                   " (avoirs attendus : ", valeurEcheanceTotale, ")"
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport.

      *>Cette méthode est la version hebdomadaire du rapport des
      *>retours en office pour la cloture nocturne : le rapport
      *>n'est produit que le lundi
        RAPPORT_RETOURS_OFFICE_HEBDO.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(dateJourNum) - 1,
              7) = 0 THEN
              PERFORM RAPPORT_RETOURS_OFFICE
           ELSE
              DISPLAY "Rapport des retours en office : le lundi"
           END-IF.

      *>Cette méthode calcule la date du jour et la date horizon
      *>des retours en office (aujourd'hui plus
      *>HORIZON_RETOUR_OFFICE jours)
        CALCULER_HORIZON_RETOUR.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourRetour
           MOVE dateRapport(1:8) TO dateJourNum
           COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum)
               + HORIZON_RETOUR_OFFICE)
           MOVE dateJourNum TO dateHorizonRetour.

      *>Cette méthode retourne en une fois les invendus en office
      *>a echeance : chaque couche dont la date limite approche est
      *>presentee, la quantite a renvoyer est saisie (0 pour la
      *>garder) et le retour au fournisseur de la reception est
      *>enregistre avec son avoir, au cout de la couche
        RETOURNER_OFFICES_ECHEANCE.
           DISPLAY "Id du fournisseur (0 pour tous)"
           ACCEPT fournisseurOfficeChoisi
           PERFORM CALCULER_HORIZON_RETOUR
           MOVE 0 TO totalAvoirsOffice
           MOVE 0 TO nbRetoursOffice
           MOVE 1 TO WfinOffice
           OPEN I-O fcouches
           PERFORM WITH TEST AFTER UNTIL WfinOffice = 0
               READ fcouches NEXT
               AT END MOVE 0 TO WfinOffice
               NOT AT END
                   IF COUCHE_RETOURNABLE AND
                      cc_quantiteRestante > 0 AND
                      cc_dateLimiteRetour NOT < dateJourRetour AND
                      cc_dateLimiteRetour NOT > dateHorizonRetour AND
                      (fournisseurOfficeChoisi = 0 OR
                       cc_idFournisseur = fournisseurOfficeChoisi)
                      THEN
                      DISPLAY cc_titre, " - limite ",
                              cc_dateLimiteRetour
                      DISPLAY "   ", cc_nomFournisseur,
                              " - invendus : ", cc_quantiteRestante,
                              " a ", cc_prixUnitaire
                      MOVE 0 TO qteRetourOffice
                      PERFORM WITH TEST AFTER UNTIL
                          qteRetourOffice NOT > cc_quantiteRestante
                          DISPLAY "   Quantite a retourner (0 pour"
                          DISPLAY "   garder)"
                          ACCEPT qteRetourOffice
                      END-PERFORM
                      IF qteRetourOffice > 0 THEN
                         PERFORM RETOURNER_UNE_COUCHE_OFFICE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcouches
           DISPLAY "Retours enregistres : ", nbRetoursOffice
           DISPLAY "Avoirs fournisseur attendus : ", totalAvoirsOffice.

      *>Cette méthode enregistre le retour de la couche du tampon
      *>tamp_fcouche (fichier ouvert en I-O) par le circuit de
      *>RETOURNER_FOURNISSEUR, puis diminue d'autant la couche
        RETOURNER_UNE_COUCHE_OFFICE.
           MOVE qteRetourOffice TO qteRetour
           MOVE cc_idFournisseur TO idFournisseurRetour
           MOVE cc_nomFournisseur TO nomFournisseurRetour
           MOVE cc_prixUnitaire TO prixAchatRetour
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE cc_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY
                 MOVE 0 TO qteRetour
                 DISPLAY "Reference introuvable, retour annule"
              NOT INVALID KEY
                 IF qteRetour > fi_quantite THEN
                    MOVE fi_quantite TO qteRetour
                    DISPLAY "Quantite ramenee au stock (",
                            fi_quantite, ")"
                 END-IF
                 IF qteRetour > 0 THEN
                    PERFORM EFFECTUER_RETOUR_FOURNISSEUR
                    ADD af_montant TO totalAvoirsOffice END-ADD
                    ADD 1 TO nbRetoursOffice END-ADD
                 END-IF
           END-READ
           CLOSE finventaire
           IF qteRetour > 0 THEN
              SUBTRACT qteRetour FROM cc_quantiteRestante
                  END-SUBTRACT
              REWRITE tamp_fcouche
              END-REWRITE
           END-IF.

      *>Cette méthode importe l'avis d'expedition du distributeur
      *>(enregistrements AVX;<commande>;<numero avis>;<date>, puis
      *>COL;<colis> et LIG;<isbn>;<quantite>) en reception attendue :
      *>chaque ligne expediee est rapprochee par ISBN de la ligne de
      *>commande fournisseur, et les ecarts de chaque commande
      *>(expedie non commande, commande non expedie, quantites,
      *>substitutions non annoncees par l'accuse) partent dans
      *>ECARTS-AVIS-date.TXT
        IMPORTER_AVIS_EXPEDITION.
           DISPLAY "Entrez le nom du fichier d'avis d'expedition"
           ACCEPT nomFichierEdi
           OPEN INPUT fechangeEdi
           IF cr_fechangeEdi NOT = 0 THEN
              DISPLAY "Fichier d'avis introuvable : ", nomFichierEdi
           ELSE
              MOVE 0 TO idCommandeAvis
              MOVE 0 TO nbLignesAvis
              MOVE 0 TO nbLignesAvisRapprochees
              MOVE 0 TO nbLignesAvisHorsCommande
              MOVE 0 TO nbEcartsAvis
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE SPACES TO nomRapport
              STRING "ECARTS-AVIS-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Ecarts des avis d'expedition - fichier "
                     DELIMITED BY SIZE
                     nomFichierEdi DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE 1 TO WfinAvis
              PERFORM WITH TEST AFTER UNTIL WfinAvis = 0
                  READ fechangeEdi
                  AT END MOVE 0 TO WfinAvis
                  NOT AT END
                      PERFORM TRAITER_LIGNE_AVIS
                  END-READ
              END-PERFORM
              CLOSE fechangeEdi
              IF idCommandeAvis NOT = 0 THEN
                 PERFORM RAPPORTER_ECARTS_AVIS
              END-IF
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Lignes expediees : " DELIMITED BY SIZE
                     nbLignesAvis DELIMITED BY SIZE
                     " - rapprochees : " DELIMITED BY SIZE
                     nbLignesAvisRapprochees DELIMITED BY SIZE
                     " - hors commande : " DELIMITED BY SIZE
                     nbLignesAvisHorsCommande DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Ecarts signales : " DELIMITED BY SIZE
                     nbEcartsAvis DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              CLOSE frapport
              DISPLAY "-- AVIS D'EXPEDITION IMPORTE --"
              DISPLAY "Lignes expediees : ", nbLignesAvis
              DISPLAY "Rapprochees d'une ligne commandee : ",
                      nbLignesAvisRapprochees
              DISPLAY "Hors commande : ", nbLignesAvisHorsCommande
              DISPLAY "Ecarts signales : ", nbEcartsAvis
              DISPLAY "Rapport enregistre dans :"
              DISPLAY nomRapport
              MOVE "IMPORTER_AVIS_EXPEDITION" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "favisExpedition" TO journalFichier
              MOVE nomFichierEdi TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode traite un enregistrement de l'avis : AVX ouvre
      *>la commande concernee (apres le rapport d'ecarts de la
      *>precedente), COL fixe le colis courant, LIG enregistre la
      *>quantite expediee d'un ISBN
        TRAITER_LIGNE_AVIS.
           MOVE SPACES TO champEnteteEdi
           MOVE SPACES TO champ1Avis
           MOVE SPACES TO champ2Avis
           MOVE SPACES TO champ3Avis
           UNSTRING ligneEdi DELIMITED BY ";"
               INTO champEnteteEdi champ1Avis champ2Avis champ3Avis
           EVALUATE champEnteteEdi
               WHEN "AVX"
                   IF idCommandeAvis NOT = 0 THEN
                      PERFORM RAPPORTER_ECARTS_AVIS
                   END-IF
                   COMPUTE idCommandeAvis =
                       FUNCTION NUMVAL(champ1Avis)
                   MOVE champ2Avis TO numeroAvisCourant
                   MOVE champ3Avis(1:8) TO dateAvisCourant
                   MOVE SPACES TO colisAvisCourant
                   PERFORM PREPARER_AVIS_COMMANDE
               WHEN "COL"
                   MOVE champ1Avis TO colisAvisCourant
               WHEN "LIG"
                   IF idCommandeAvis = 0 THEN
                      DISPLAY "Ligne d'avis sans commande valide,"
                      DISPLAY "ignoree"
                   ELSE
                      PERFORM ENREGISTRER_LIGNE_AVIS
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *>Cette méthode verifie que la commande de l'avis est ouverte
      *>et que cet avis n'a pas deja ete importe, et reprend la
      *>numerotation des lignes attendues de la commande ;
      *>idCommandeAvis revient a 0 si l'avis doit etre ignore
        PREPARER_AVIS_COMMANDE.
           MOVE 0 TO trouveCommandeFourn
           OPEN INPUT fcommandesFourn
           MOVE idCommandeAvis TO cf_id
           READ fcommandesFourn KEY IS cf_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF NOT CF_RECUE AND NOT CF_ANNULEE THEN
                    MOVE 1 TO trouveCommandeFourn
                 END-IF
           END-READ
           CLOSE fcommandesFourn
           MOVE 0 TO noLigneAvis
           MOVE 0 TO avisDejaImporte
           MOVE 1 TO WfinAvis
           OPEN INPUT favisExpedition
           MOVE idCommandeAvis TO av_idCommande
           MOVE 0 TO av_noLigne
           START favisExpedition KEY IS NOT LESS THAN av_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinAvis = 2
                    READ favisExpedition NEXT
                    AT END MOVE 2 TO WfinAvis
                    NOT AT END
                        IF av_idCommande NOT = idCommandeAvis THEN
                           MOVE 2 TO WfinAvis
                        ELSE
                           MOVE av_noLigne TO noLigneAvis
                           IF av_numeroAvis = numeroAvisCourant THEN
                              MOVE 1 TO avisDejaImporte
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE favisExpedition
           MOVE 1 TO WfinAvis
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Commande fournisseur " DELIMITED BY SIZE
                  idCommandeAvis DELIMITED BY SIZE
                  " - avis " DELIMITED BY SIZE
                  numeroAvisCourant DELIMITED BY "  "
                  " du " DELIMITED BY SIZE
                  dateAvisCourant DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF trouveCommandeFourn = 0 THEN
              MOVE "   Commande inconnue, soldee ou annulee : avis"
                   TO ligneRapport
              WRITE ligneRapport
              MOVE "   ignore" TO ligneRapport
              WRITE ligneRapport
              ADD 1 TO nbEcartsAvis END-ADD
              MOVE 0 TO idCommandeAvis
           ELSE
              IF avisDejaImporte = 1 THEN
                 MOVE "   Avis deja importe : ignore" TO ligneRapport
                 WRITE ligneRapport
                 MOVE 0 TO idCommandeAvis
              END-IF
           END-IF.

      *>Cette méthode enregistre en reception attendue la ligne LIG
      *>courante, rapprochee par ISBN de la ligne commandee
        ENREGISTRER_LIGNE_AVIS.
           MOVE champ1Avis(1:13) TO isbnAvis
           COMPUTE qteAvis = FUNCTION NUMVAL(champ2Avis)
           MOVE SPACES TO titreAvis
           MOVE 0 TO idRefAvis
           OPEN INPUT finventaire
           MOVE isbnAvis TO fi_isbn
           START finventaire KEY IS = fi_isbn
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ finventaire NEXT
                    AT END CONTINUE
                    NOT AT END
                       MOVE fi_titre TO titreAvis
                       MOVE fi_id TO idRefAvis
                 END-READ
           END-START
           CLOSE finventaire
           PERFORM RAPPROCHER_LIGNE_AVIS
           ADD 1 TO noLigneAvis END-ADD
           ADD 1 TO nbLignesAvis END-ADD
           MOVE idCommandeAvis TO av_idCommande
           MOVE noLigneAvis TO av_noLigne
           MOVE numeroAvisCourant TO av_numeroAvis
           MOVE dateAvisCourant TO av_dateAvis
           MOVE colisAvisCourant TO av_noColis
           MOVE isbnAvis TO av_isbn
           MOVE titreAvis TO av_titreComics
           MOVE qteAvis TO av_qteExpediee
           MOVE ligneCFAvis TO av_noLigneCF
           MOVE 0 TO av_statut
           IF ligneCFAvis = 0 THEN
              ADD 1 TO nbLignesAvisHorsCommande END-ADD
           ELSE
              ADD 1 TO nbLignesAvisRapprochees END-ADD
           END-IF
           OPEN I-O favisExpedition
           WRITE tamp_favisExpedition
              INVALID KEY
                 DISPLAY "Erreur : ligne d'avis ", av_noLigne,
                         " en double"
           END-WRITE
           CLOSE favisExpedition.

      *>Cette méthode cherche, parmi les lignes de la commande
      *>idCommandeAvis, celle du titre expedie (par sa reference,
      *>ou par son titre pour les lignes anterieures a la
      *>reference) ; ligneCFAvis ressort a 0 si le titre n'y est pas
        RAPPROCHER_LIGNE_AVIS.
           MOVE 0 TO ligneCFAvis
           MOVE 1 TO noLigneCF
           MOVE 0 TO WfinCF
           OPEN INPUT fcommandesFournLignes
           PERFORM WITH TEST AFTER UNTIL WfinCF = 1
               MOVE idCommandeAvis TO cfl_idCommande
               MOVE noLigneCF TO cfl_noLigne
               READ fcommandesFournLignes KEY IS cfl_cle
                  INVALID KEY MOVE 1 TO WfinCF
                  NOT INVALID KEY
                     IF (idRefAvis > 0 AND cfl_idRef = idRefAvis) OR
                        (titreAvis NOT = SPACES AND
                         cfl_titreComics = titreAvis) THEN
                        MOVE cfl_noLigne TO ligneCFAvis
                        MOVE 1 TO WfinCF
                     END-IF
                     ADD 1 TO noLigneCF END-ADD
               END-READ
           END-PERFORM
           CLOSE fcommandesFournLignes.

      *>Cette méthode ecrit au rapport ouvert les ecarts entre la
      *>commande idCommandeAvis et ses receptions attendues : titres
      *>expedies sans avoir ete commandes, lignes commandees non
      *>expediees (substitution non annoncee quand l'avis porte en
      *>meme temps un titre hors commande et que l'accuse ne l'a pas
      *>signalee) et quantites expediees differentes du reliquat
        RAPPORTER_ECARTS_AVIS.
           MOVE 0 TO qteAnnoncee
           MOVE 0 TO nbLignesAvisHorsCommande
           MOVE 1 TO WfinAvis
           OPEN INPUT favisExpedition
           MOVE idCommandeAvis TO av_idCommande
           MOVE 0 TO av_noLigne
           START favisExpedition KEY IS NOT LESS THAN av_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinAvis = 2
                    READ favisExpedition NEXT
                    AT END MOVE 2 TO WfinAvis
                    NOT AT END
                        IF av_idCommande NOT = idCommandeAvis THEN
                           MOVE 2 TO WfinAvis
                        ELSE
                           IF AVIS_EN_ATTENTE AND
                              av_noLigneCF = 0 THEN
                              ADD 1 TO nbLignesAvisHorsCommande
                                  END-ADD
                              ADD 1 TO nbEcartsAvis END-ADD
                              MOVE SPACES TO ligneRapport
                              STRING "   Expedie non commande : "
                                     DELIMITED BY SIZE
                                     av_isbn DELIMITED BY SIZE
                                     " " DELIMITED BY SIZE
                                     av_titreComics DELIMITED BY "  "
                                     " x" DELIMITED BY SIZE
                                     av_qteExpediee DELIMITED BY SIZE
                                     INTO ligneRapport
                              WRITE ligneRapport
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE favisExpedition
           MOVE 1 TO WfinAvis
           MOVE 1 TO noLigneCF
           MOVE 0 TO WfinCF
           OPEN INPUT fcommandesFournLignes
           PERFORM WITH TEST AFTER UNTIL WfinCF = 1
               MOVE idCommandeAvis TO cfl_idCommande
               MOVE noLigneCF TO cfl_noLigne
               READ fcommandesFournLignes KEY IS cfl_cle
                  INVALID KEY MOVE 1 TO WfinCF
                  NOT INVALID KEY
                     COMPUTE qteRestanteLigne =
                         cfl_quantiteCommandee - cfl_quantiteRecue
                     IF qteRestanteLigne > 0 AND
                        NOT LIGNE_CF_INDISPONIBLE THEN
                        PERFORM CUMULER_AVIS_LIGNE_CF
                        PERFORM SIGNALER_ECART_LIGNE_CF
                     END-IF
                     ADD 1 TO noLigneCF END-ADD
               END-READ
           END-PERFORM
           CLOSE fcommandesFournLignes.

      *>Cette méthode ecrit l'ecart eventuel de la ligne commandee
      *>du tampon tamp_fcommandeFournLigne, au vu de la quantite
      *>annoncee par les avis (qteAnnoncee)
        SIGNALER_ECART_LIGNE_CF.
           IF qteAnnoncee = 0 THEN
              ADD 1 TO nbEcartsAvis END-ADD
              MOVE SPACES TO ligneRapport
              STRING "   Commande non expedie : ligne "
                     DELIMITED BY SIZE
                     cfl_noLigne DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cfl_titreComics DELIMITED BY "  "
                     " (reliquat " DELIMITED BY SIZE
                     qteRestanteLigne DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              IF nbLignesAvisHorsCommande > 0 THEN
                 IF LIGNE_CF_SUBSTITUEE THEN
                    MOVE "      substitution annoncee par l'accuse"
                         TO ligneRapport
                 ELSE
                    MOVE "      *** substitution non annoncee ***"
                         TO ligneRapport
                 END-IF
                 WRITE ligneRapport
              END-IF
           ELSE
              IF qteAnnoncee NOT = qteRestanteLigne THEN
                 ADD 1 TO nbEcartsAvis END-ADD
                 MOVE SPACES TO ligneRapport
                 STRING "   Quantite differente : ligne "
                        DELIMITED BY SIZE
                        cfl_noLigne DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        cfl_titreComics DELIMITED BY "  "
                        " reliquat " DELIMITED BY SIZE
                        qteRestanteLigne DELIMITED BY SIZE
                        " expedie " DELIMITED BY SIZE
                        qteAnnoncee DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
              END-IF
           END-IF.

      *>Cette méthode totalise dans qteAnnoncee les quantites encore
      *>attendues par les avis de la commande idCommandeAvis pour la
      *>ligne commandee cfl_noLigne
        CUMULER_AVIS_LIGNE_CF.
           MOVE 0 TO qteAnnoncee
           MOVE 1 TO WfinAvis
           OPEN INPUT favisExpedition
           MOVE idCommandeAvis TO av_idCommande
           MOVE 0 TO av_noLigne
           START favisExpedition KEY IS NOT LESS THAN av_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinAvis = 2
                    READ favisExpedition NEXT
                    AT END MOVE 2 TO WfinAvis
                    NOT AT END
                        IF av_idCommande NOT = idCommandeAvis THEN
                           MOVE 2 TO WfinAvis
                        ELSE
                           IF AVIS_EN_ATTENTE AND
                              av_noLigneCF = cfl_noLigne THEN
                              ADD av_qteExpediee TO qteAnnoncee
                                  END-ADD
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE favisExpedition
           MOVE 1 TO WfinAvis.

      *>Cette méthode indique (avisPresent) si une reception
      *>attendue d'apres un avis est en attente pour la commande
      *>idCommandeAvis
        DETECTER_AVIS_COMMANDE.
           MOVE 0 TO avisPresent
           MOVE 1 TO WfinAvis
           OPEN INPUT favisExpedition
           MOVE idCommandeAvis TO av_idCommande
           MOVE 0 TO av_noLigne
           START favisExpedition KEY IS NOT LESS THAN av_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinAvis = 2
                    READ favisExpedition NEXT
                    AT END MOVE 2 TO WfinAvis
                    NOT AT END
                        IF av_idCommande NOT = idCommandeAvis THEN
                           MOVE 2 TO WfinAvis
                        ELSE
                           IF AVIS_EN_ATTENTE THEN
                              MOVE 1 TO avisPresent
                              MOVE 2 TO WfinAvis
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE favisExpedition
           MOVE 1 TO WfinAvis.

      *>Cette méthode propose, quand un avis d'expedition attend la
      *>commande en cours de reception, de confirmer d'un coup
      *>toutes les quantites annoncees
        PROPOSER_RECEPTION_AVIS.
           MOVE idCommandeFourn TO idCommandeAvis
           PERFORM DETECTER_AVIS_COMMANDE
           MOVE 0 TO confirmerAvisTout
           IF avisPresent = 1 THEN
              DISPLAY "Avis d'expedition recu pour cette commande"
              MOVE SPACES TO reponseAvisGlobal
              PERFORM WITH TEST AFTER UNTIL
                  reponseAvisGlobal = "O" OR reponseAvisGlobal = "o"
                  OR reponseAvisGlobal = "N" OR
                  reponseAvisGlobal = "n"
                  DISPLAY "Confirmer toutes les quantites"
                  DISPLAY "annoncees ? (O/N)"
                  ACCEPT reponseAvisGlobal
              END-PERFORM
              IF reponseAvisGlobal = "O" OR
                 reponseAvisGlobal = "o" THEN
                 MOVE 1 TO confirmerAvisTout
              END-IF
           END-IF.

      *>Cette méthode fixe la quantite recue de la ligne commandee
      *>courante d'apres l'avis : la quantite annoncee (ramenee au
      *>reliquat) est retenue telle quelle ou par ENTREE, une autre
      *>quantite ne se tape qu'en cas d'ecart constate
        SAISIR_QTE_RECUE_AVIS.
           PERFORM CUMULER_AVIS_LIGNE_CF
           DISPLAY "   Annoncee par l'avis : ", qteAnnoncee
           IF qteAnnoncee > qteRestanteLigne THEN
              DISPLAY "   (ramenee au reliquat ", qteRestanteLigne,
                      ")"
              MOVE qteRestanteLigne TO qteAnnoncee
           END-IF
           IF confirmerAvisTout = 1 THEN
              MOVE qteAnnoncee TO qteRecueLigne
           ELSE
              MOVE 0 TO qteRecueLigne
              PERFORM WITH TEST AFTER UNTIL
                  qteRecueLigne NOT > qteRestanteLigne
                  DISPLAY "Quantite recue (ENTREE = quantite"
                  DISPLAY "annoncee)"
                  ACCEPT saisieQteRecue
                  IF saisieQteRecue = SPACES THEN
                     MOVE qteAnnoncee TO qteRecueLigne
                  ELSE
                     COMPUTE qteRecueLigne =
                         FUNCTION NUMVAL(saisieQteRecue)
                  END-IF
              END-PERFORM
           END-IF.

      *>Cette méthode passe receptionnees les lignes attendues de la
      *>commande idCommandeAvis une fois la livraison pointee ; les
      *>titres hors commande restent a traiter d'apres le rapport
        SOLDER_AVIS_COMMANDE.
           MOVE 0 TO nbLignesAvisHorsCommande
           MOVE 1 TO WfinAvis
           OPEN I-O favisExpedition
           MOVE idCommandeAvis TO av_idCommande
           MOVE 0 TO av_noLigne
           START favisExpedition KEY IS NOT LESS THAN av_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinAvis = 2
                    READ favisExpedition NEXT
                    AT END MOVE 2 TO WfinAvis
                    NOT AT END
                        IF av_idCommande NOT = idCommandeAvis THEN
                           MOVE 2 TO WfinAvis
                        ELSE
                           IF AVIS_EN_ATTENTE THEN
                              IF av_noLigneCF = 0 THEN
                                 ADD 1 TO nbLignesAvisHorsCommande
                                     END-ADD
                              END-IF
                              MOVE 1 TO av_statut
                              REWRITE tamp_favisExpedition
                              END-REWRITE
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE favisExpedition
           MOVE 1 TO WfinAvis
           IF nbLignesAvisHorsCommande > 0 THEN
              DISPLAY "Titres expedies hors commande : ",
                      nbLignesAvisHorsCommande
              DISPLAY "(voir le rapport d'ecarts de l'avis)"
           END-IF.

      *>Cette méthode imprime a la demande le rapport d'ecarts entre
      *>une commande fournisseur et ses avis d'expedition en attente
        RAPPORT_ECARTS_AVIS.
           DISPLAY "Entrez l'id de la commande fournisseur"
           ACCEPT idCommandeAvis
           MOVE 0 TO nbEcartsAvis
           MOVE SPACES TO nomRapport
           STRING "ECARTS-AVIS-CF-" DELIMITED BY SIZE
                  idCommandeAvis(6:10) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Ecarts de la commande fournisseur "
                  DELIMITED BY SIZE
                  idCommandeAvis DELIMITED BY SIZE
                  " et de ses avis d'expedition" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           PERFORM RAPPORTER_ECARTS_AVIS
           MOVE SPACES TO ligneRapport
           STRING "Ecarts signales : " DELIMITED BY SIZE
                  nbEcartsAvis DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Ecarts signales : ", nbEcartsAvis
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport.

      *>Cette méthode demande la commande fournisseur facturee
      *>(ff_idCommandeFourn, 0 si la facture ne porte sur aucune
      *>commande) et verifie qu'elle est bien du fournisseur facture
        CHOISIR_COMMANDE_FACTUREE.
           PERFORM WITH TEST AFTER UNTIL ff_idCommandeFourn = 0 OR
                                         trouveCommandeFourn = 1
               DISPLAY "Entrez l'id de la commande fournisseur"
               DISPLAY "facturee (0 si aucune)"
               ACCEPT ff_idCommandeFourn
               MOVE 0 TO trouveCommandeFourn
               IF ff_idCommandeFourn NOT = 0 THEN
                  OPEN INPUT fcommandesFourn
                  MOVE ff_idCommandeFourn TO cf_id
                  READ fcommandesFourn KEY IS cf_id
                     INVALID KEY
                        DISPLAY "Commande fournisseur inconnue"
                     NOT INVALID KEY
                        IF cf_idFournisseur NOT = ff_idFournisseur
                           THEN
                           DISPLAY "Cette commande est celle d'un"
                           DISPLAY "autre fournisseur"
                        ELSE
                           MOVE 1 TO trouveCommandeFourn
                        END-IF
                  END-READ
                  CLOSE fcommandesFourn
               END-IF
           END-PERFORM.

      *>Cette méthode saisit les lignes de la facture en cours
      *>(titre ou ISBN, quantite, prix unitaire) jusqu'a une
      *>saisie vide
        SAISIR_LIGNES_FACTURE_FOURN.
           MOVE 0 TO noLigneFF
           MOVE 0 TO montantLignesFacture
           MOVE 0 TO nbEcartsFacture
           PERFORM WITH TEST AFTER UNTIL saisieArticleFF = SPACES
               MOVE SPACES TO saisieArticleFF
               DISPLAY "Ligne de facture : ISBN ou titre"
               DISPLAY "(ENTREE pour terminer)"
               ACCEPT saisieArticleFF
               IF saisieArticleFF NOT = SPACES THEN
                  PERFORM SAISIR_LIGNE_FACTURE_FOURN
               END-IF
           END-PERFORM.

      *>Cette méthode saisit une ligne de facture, la rapproche de
      *>la ligne commandee du meme titre et la controle contre les
      *>quantites commandee, recue et deja facturee et contre le
      *>prix commande
        SAISIR_LIGNE_FACTURE_FOURN.
           MOVE SPACES TO isbnAvis
           MOVE SPACES TO titreAvis
           MOVE 0 TO idRefAvis
           OPEN INPUT finventaire
           IF saisieArticleFF(1:13) IS NUMERIC AND
              saisieArticleFF(14:17) = SPACES THEN
              MOVE saisieArticleFF(1:13) TO isbnAvis
              MOVE isbnAvis TO fi_isbn
              START finventaire KEY IS = fi_isbn
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ finventaire NEXT
                       AT END CONTINUE
                       NOT AT END
                          MOVE fi_titre TO titreAvis
                          MOVE fi_id TO idRefAvis
                    END-READ
              END-START
           ELSE
              MOVE saisieArticleFF TO fi_titre
              READ finventaire KEY IS fi_titre
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE fi_titre TO titreAvis
                    MOVE fi_id TO idRefAvis
                    MOVE fi_isbn TO isbnAvis
              END-READ
           END-IF
           CLOSE finventaire
           IF titreAvis = SPACES THEN
              DISPLAY "Reference inconnue de l'inventaire"
              IF isbnAvis = SPACES THEN
                 MOVE saisieArticleFF TO titreAvis
              END-IF
           ELSE
              DISPLAY "   ", titreAvis
           END-IF
           MOVE ff_idCommandeFourn TO idCommandeAvis
           PERFORM RAPPROCHER_LIGNE_AVIS
           PERFORM CUMULER_LIGNES_FACTURE_CF
           MOVE ff_id TO ffl_idFacture
           ADD 1 TO noLigneFF END-ADD
           MOVE noLigneFF TO ffl_noLigne
           MOVE isbnAvis TO ffl_isbn
           MOVE titreAvis TO ffl_titreComics
           MOVE ligneCFAvis TO ffl_noLigneCF
           MOVE 0 TO ffl_quantite
           PERFORM WITH TEST AFTER UNTIL ffl_quantite > 0
               DISPLAY "Quantite facturee"
               ACCEPT ffl_quantite
           END-PERFORM
           MOVE 0 TO ffl_prixUnitaire
           PERFORM WITH TEST AFTER UNTIL ffl_prixUnitaire > 0
               DISPLAY "Prix unitaire facture"
               ACCEPT ffl_prixUnitaire
           END-PERFORM
           MOVE 0 TO ffl_qteCommandee
           MOVE 0 TO ffl_qteRecue
           MOVE 0 TO ffl_qteDejaFacturee
           MOVE 0 TO ffl_prixCommande
           IF ligneCFAvis NOT = 0 THEN
              OPEN INPUT fcommandesFournLignes
              MOVE ff_idCommandeFourn TO cfl_idCommande
              MOVE ligneCFAvis TO cfl_noLigne
              READ fcommandesFournLignes KEY IS cfl_cle
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE cfl_quantiteCommandee TO ffl_qteCommandee
                    MOVE cfl_quantiteRecue TO ffl_qteRecue
                    MOVE cfl_quantiteFacturee TO ffl_qteDejaFacturee
                    MOVE cfl_prixUnitaire TO ffl_prixCommande
              END-READ
              CLOSE fcommandesFournLignes
           END-IF
           PERFORM CONTROLER_LIGNE_FACTURE_FOURN
           MULTIPLY ffl_prixUnitaire BY ffl_quantite
               GIVING montantLigneFF ROUNDED
           ADD montantLigneFF TO montantLignesFacture END-ADD
           OPEN I-O ffacturesFournLignes
           WRITE tamp_ffactureFournLigne
              INVALID KEY
                 DISPLAY "Erreur : ligne de facture ", ffl_noLigne,
                         " en double"
           END-WRITE
           CLOSE ffacturesFournLignes.

      *>Cette méthode totalise dans qteDejaSaisieFF les quantites
      *>des lignes deja saisies de la facture en cours pour la meme
      *>ligne commandee (ligneCFAvis), pour qu'un titre facture sur
      *>plusieurs lignes soit controle sur son total
        CUMULER_LIGNES_FACTURE_CF.
           MOVE 0 TO qteDejaSaisieFF
           IF ligneCFAvis NOT = 0 THEN
              MOVE 1 TO WfinFFL
              OPEN INPUT ffacturesFournLignes
              MOVE ff_id TO ffl_idFacture
              MOVE 0 TO ffl_noLigne
              START ffacturesFournLignes KEY IS NOT LESS THAN ffl_cle
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM WITH TEST AFTER UNTIL WfinFFL = 0
                       READ ffacturesFournLignes NEXT
                       AT END MOVE 0 TO WfinFFL
                       NOT AT END
                           IF ffl_idFacture NOT = ff_id THEN
                              MOVE 0 TO WfinFFL
                           ELSE
                              IF ffl_noLigneCF = ligneCFAvis THEN
                                 ADD ffl_quantite TO qteDejaSaisieFF
                                     END-ADD
                              END-IF
                           END-IF
                       END-READ
                    END-PERFORM
              END-START
              CLOSE ffacturesFournLignes
           END-IF.

      *>Cette méthode qualifie l'ecart de la ligne de facture du
      *>tampon : hors commande, quantite au-dela du recu non encore
      *>facture, prix hors de la tolerance autour du prix commande
        CONTROLER_LIGNE_FACTURE_FOURN.
           MOVE 0 TO ecartQteFF
           MOVE 0 TO ecartPrixLigneFF
           MOVE SPACES TO ffl_ecart
           IF ffl_noLigneCF = 0 THEN
              MOVE "H" TO ffl_ecart
              DISPLAY "   Ecart : titre absent de la commande"
           ELSE
              COMPUTE qteFacturableFF =
                  ffl_qteRecue - ffl_qteDejaFacturee
                  - qteDejaSaisieFF + TOLERANCE_QTE_FACTURE
              IF ffl_quantite > qteFacturableFF THEN
                 MOVE 1 TO ecartQteFF
                 DISPLAY "   Ecart : quantite recue non facturee : ",
                         qteFacturableFF
              END-IF
              IF ffl_prixCommande > 0 THEN
                 COMPUTE ecartPrixFF =
                     ffl_prixUnitaire - ffl_prixCommande
                 IF ecartPrixFF < 0 THEN
                    COMPUTE ecartPrixFF = 0 - ecartPrixFF
                 END-IF
                 COMPUTE seuilPrixFF =
                     ffl_prixCommande * TOLERANCE_PRIX_FACTURE / 100
                 IF ecartPrixFF > seuilPrixFF THEN
                    MOVE 1 TO ecartPrixLigneFF
                    DISPLAY "   Ecart : prix commande : ",
                            ffl_prixCommande
                 END-IF
              END-IF
              IF ecartQteFF = 1 AND ecartPrixLigneFF = 1 THEN
                 MOVE "D" TO ffl_ecart
              ELSE IF ecartQteFF = 1 THEN
                 MOVE "Q" TO ffl_ecart
              ELSE IF ecartPrixLigneFF = 1 THEN
                 MOVE "P" TO ffl_ecart
              END-IF
              END-IF
              END-IF
           END-IF
           IF NOT LIGNE_FF_CONFORME THEN
              ADD 1 TO nbEcartsFacture END-ADD
           END-IF.

      *>Cette méthode conclut le rapprochement de la facture en
      *>cours : sans ecart (et avec un total conforme a la somme des
      *>lignes), la facture est rapprochee et ses quantites passent
      *>facturees sur la commande ; sinon elle est contestee et sa
      *>feuille d'ecarts est imprimee
        RAPPROCHER_FACTURE_FOURN.
           DISPLAY "Total des lignes : ", montantLignesFacture
           IF noLigneFF = 0 THEN
              DISPLAY "Aucune ligne saisie : facture non rapprochee,"
              DISPLAY "reglement soumis a la liberation du gerant"
           ELSE
              COMPUTE ecartMontantFacture =
                  ff_montant - montantLignesFacture
              IF ecartMontantFacture < 0 THEN
                 COMPUTE ecartMontantFacture = 0 - ecartMontantFacture
              END-IF
              IF ecartMontantFacture > TOLERANCE_MONTANT_FACTURE THEN
                 ADD 1 TO nbEcartsFacture END-ADD
                 DISPLAY "Ecart : le montant facture differe du total"
                 DISPLAY "des lignes"
              END-IF
              IF nbEcartsFacture > 0 THEN
                 MOVE 2 TO ff_statut
                 PERFORM IMPRIMER_ECARTS_FACTURE
                 DISPLAY "Facture contestee : ", nbEcartsFacture,
                         " ecart(s)"
                 DISPLAY "Feuille d'ecarts : ", nomRapport
              ELSE
                 MOVE "R" TO ff_rapprochement
                 PERFORM IMPUTER_QTE_FACTUREE
                 DISPLAY "Facture rapprochee de la commande et des"
                 DISPLAY "receptions"
              END-IF
           END-IF.

      *>Cette méthode imprime la feuille d'ecarts de la facture du
      *>tampon tamp_ffactureFourn, pour la reclamation au fournisseur
        IMPRIMER_ECARTS_FACTURE.
           MOVE SPACES TO nomRapport
           STRING "ECARTS-FACTURE-" DELIMITED BY SIZE
                  ff_id(6:10) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Feuille d'ecarts - facture " DELIMITED BY SIZE
                  ff_numeroFacture DELIMITED BY "  "
                  " du " DELIMITED BY SIZE
                  ff_dateFacture(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Fournisseur : " DELIMITED BY SIZE
                  ff_nomFournisseur DELIMITED BY "  "
                  " - commande " DELIMITED BY SIZE
                  ff_idCommandeFourn DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Montant facture : " DELIMITED BY SIZE
                  ff_montant DELIMITED BY SIZE
                  " - total des lignes : " DELIMITED BY SIZE
                  montantLignesFacture DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinFFL
           OPEN INPUT ffacturesFournLignes
           MOVE ff_id TO ffl_idFacture
           MOVE 0 TO ffl_noLigne
           START ffacturesFournLignes KEY IS NOT LESS THAN ffl_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinFFL = 0
                    READ ffacturesFournLignes NEXT
                    AT END MOVE 0 TO WfinFFL
                    NOT AT END
                        IF ffl_idFacture NOT = ff_id THEN
                           MOVE 0 TO WfinFFL
                        ELSE
                           IF NOT LIGNE_FF_CONFORME THEN
                              PERFORM ECRIRE_ECART_LIGNE_FF
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE ffacturesFournLignes
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Ecarts : " DELIMITED BY SIZE
                  nbEcartsFacture DELIMITED BY SIZE
                  " - tolerance prix (%) : " DELIMITED BY SIZE
                  TOLERANCE_PRIX_FACTURE DELIMITED BY SIZE
                  " - quantite : " DELIMITED BY SIZE
                  TOLERANCE_QTE_FACTURE DELIMITED BY SIZE
                  " - total : " DELIMITED BY SIZE
                  TOLERANCE_MONTANT_FACTURE DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           MOVE "ECARTFACT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE ff_numeroFacture TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode ecrit au rapport ouvert l'ecart de la ligne de
      *>facture du tampon tamp_ffactureFournLigne
        ECRIRE_ECART_LIGNE_FF.
           MOVE SPACES TO ligneRapport
           STRING "Ligne " DELIMITED BY SIZE
                  ffl_noLigne DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ffl_isbn DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ffl_titreComics DELIMITED BY "  "
                  " : facture " DELIMITED BY SIZE
                  ffl_quantite DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  ffl_prixUnitaire DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           EVALUATE TRUE
               WHEN LIGNE_FF_HORS_COMMANDE
                   MOVE "   titre absent de la commande" TO
                        ligneRapport
               WHEN OTHER
                   STRING "   commande " DELIMITED BY SIZE
                          ffl_qteCommandee DELIMITED BY SIZE
                          " recu " DELIMITED BY SIZE
                          ffl_qteRecue DELIMITED BY SIZE
                          " deja facture " DELIMITED BY SIZE
                          ffl_qteDejaFacturee DELIMITED BY SIZE
                          " prix commande " DELIMITED BY SIZE
                          ffl_prixCommande DELIMITED BY SIZE
                          INTO ligneRapport
           END-EVALUATE
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           EVALUATE TRUE
               WHEN LIGNE_FF_ECART_QTE
                   MOVE "   -> ecart de quantite" TO ligneRapport
                   WRITE ligneRapport
               WHEN LIGNE_FF_ECART_PRIX
                   MOVE "   -> ecart de prix" TO ligneRapport
                   WRITE ligneRapport
               WHEN LIGNE_FF_ECART_QTE_PRIX
                   MOVE "   -> ecarts de quantite et de prix" TO
                        ligneRapport
                   WRITE ligneRapport
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *>Cette méthode porte en quantite facturee, sur les lignes de
      *>la commande, les quantites des lignes de la facture du
      *>tampon tamp_ffactureFourn (facture rapprochee ou liberee)
        IMPUTER_QTE_FACTUREE.
           MOVE 1 TO WfinFFL
           OPEN INPUT ffacturesFournLignes
           MOVE ff_id TO ffl_idFacture
           MOVE 0 TO ffl_noLigne
           START ffacturesFournLignes KEY IS NOT LESS THAN ffl_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinFFL = 0
                    READ ffacturesFournLignes NEXT
                    AT END MOVE 0 TO WfinFFL
                    NOT AT END
                        IF ffl_idFacture NOT = ff_id THEN
                           MOVE 0 TO WfinFFL
                        ELSE
                           IF ffl_noLigneCF NOT = 0 THEN
                              PERFORM IMPUTER_LIGNE_FACTUREE
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE ffacturesFournLignes.

      *>Cette méthode ajoute la quantite de la ligne de facture du
      *>tampon a la quantite facturee de sa ligne de commande
        IMPUTER_LIGNE_FACTUREE.
           OPEN I-O fcommandesFournLignes
           MOVE ff_idCommandeFourn TO cfl_idCommande
           MOVE ffl_noLigneCF TO cfl_noLigne
           READ fcommandesFournLignes KEY IS cfl_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD ffl_quantite TO cfl_quantiteFacturee END-ADD
                 REWRITE tamp_fcommandeFournLigne
                 END-REWRITE
           END-READ
           CLOSE fcommandesFournLignes.

      *>Cette méthode permet au gerant de liberer pour le reglement
      *>une facture non rapprochee (contestee ou sans commande),
      *>apres examen de ses ecarts : la facture repasse a payer et
      *>ses quantites sont portees facturees sur la commande
        LIBERER_FACTURE_FOURN.
           DISPLAY "Entrez l'id de la facture a liberer"
           ACCEPT idFactureFourn
           OPEN I-O ffacturesFourn
           MOVE idFactureFourn TO ff_id
           READ ffacturesFourn KEY IS ff_id
              INVALID KEY DISPLAY "Facture inconnue"
              NOT INVALID KEY
                 IF FACTURE_PAYEE THEN
                    DISPLAY "Cette facture est deja payee"
                 ELSE IF NOT FACTURE_NON_RAPPROCHEE THEN
                    DISPLAY "Cette facture est deja rapprochee ou"
                    DISPLAY "liberee"
                 ELSE
                    PERFORM CONFIRMER_LIBERATION_FACTURE
                 END-IF
                 END-IF
           END-READ
           CLOSE ffacturesFourn.

      *>Cette méthode presente la facture du tampon et ses lignes en
      *>ecart et, sur confirmation du gerant, la libere
        CONFIRMER_LIBERATION_FACTURE.
           DISPLAY "Facture ", ff_numeroFacture, " - ",
                   ff_nomFournisseur
           DISPLAY "Montant : ", ff_montant, " - commande : ",
                   ff_idCommandeFourn
           IF FACTURE_CONTESTEE THEN
              DISPLAY "(facture contestee)"
           END-IF
           MOVE 1 TO WfinFFL
           OPEN INPUT ffacturesFournLignes
           MOVE ff_id TO ffl_idFacture
           MOVE 0 TO ffl_noLigne
           START ffacturesFournLignes KEY IS NOT LESS THAN ffl_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinFFL = 0
                    READ ffacturesFournLignes NEXT
                    AT END MOVE 0 TO WfinFFL
                    NOT AT END
                        IF ffl_idFacture NOT = ff_id THEN
                           MOVE 0 TO WfinFFL
                        ELSE
                           IF NOT LIGNE_FF_CONFORME THEN
                              DISPLAY "   Ligne ", ffl_noLigne, " ",
                                      ffl_titreComics, " ecart ",
                                      ffl_ecart
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE ffacturesFournLignes
           MOVE SPACES TO reponseLiberation
           PERFORM WITH TEST AFTER UNTIL
               reponseLiberation = "O" OR reponseLiberation = "o" OR
               reponseLiberation = "N" OR reponseLiberation = "n"
               DISPLAY "Liberer cette facture pour le reglement ?"
               DISPLAY "(O/N)"
               ACCEPT reponseLiberation
           END-PERFORM
           IF reponseLiberation = "O" OR reponseLiberation = "o" THEN
              MOVE "L" TO ff_rapprochement
              MOVE 0 TO ff_statut
              PERFORM IMPUTER_QTE_FACTUREE
              REWRITE tamp_ffactureFourn
                 INVALID KEY
                    DISPLAY "Erreur de reecriture"
                 NOT INVALID KEY
                    DISPLAY "Facture liberee pour le reglement"
                    MOVE "LIBERER_FACTURE_FOURN" TO journalParagraphe
                    MOVE "LIBERATION" TO journalOperation
                    MOVE "ffacturesFourn" TO journalFichier
                    MOVE ff_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
              END-REWRITE
           END-IF.

      *>Cette méthode saisit une facture de frais d'approche
      *>(transport, douane, manutention) et la repartit sur les
      *>lignes recues d'une commande fournisseur ou sur un achat
      *>(reception), au prorata de la valeur ou de la quantite : la
      *>part du stock encore en couche majore le cout unitaire de
      *>la couche, la part des quantites deja sorties est une
      *>correction du cout des ventes ; le detail part dans
      *>FRAIS-APPROCHE-id.TXT et les frais dans l'export comptable
        SAISIR_FRAIS_APPROCHE.
           MOVE SPACES TO fap_rattachement
           PERFORM WITH TEST AFTER UNTIL FRAIS_SUR_COMMANDE OR
                                         FRAIS_SUR_RECEPTION
               DISPLAY "Frais sur une (C)ommande fournisseur ou sur"
               DISPLAY "une (R)eception (id de l'achat) ?"
               ACCEPT fap_rattachement
           END-PERFORM
           IF FRAIS_SUR_COMMANDE THEN
              DISPLAY "Entrez l'id de la commande fournisseur"
           ELSE
              DISPLAY "Entrez l'id de l'achat receptionne"
           END-IF
           ACCEPT fap_idRattachement
           PERFORM TOTALISER_BASE_FRAIS
           IF nbLignesFrais = 0 THEN
              DISPLAY "Aucune reception correspondante : frais non"
              DISPLAY "repartis"
           ELSE
              MOVE SPACES TO fap_type
              PERFORM WITH TEST AFTER UNTIL FRAIS_TRANSPORT OR
                                            FRAIS_DOUANE OR
                                            FRAIS_MANUTENTION
                  DISPLAY "Nature : (T)ransport, (D)ouane,"
                  DISPLAY "(M)anutention"
                  ACCEPT fap_type
              END-PERFORM
              DISPLAY "Libelle (fournisseur, numero de facture)"
              ACCEPT fap_libelle
              MOVE 0 TO fap_montant
              PERFORM WITH TEST AFTER UNTIL fap_montant > 0
                  DISPLAY "Montant HT des frais"
                  ACCEPT fap_montant
              END-PERFORM
              MOVE SPACES TO fap_mode
              PERFORM WITH TEST AFTER UNTIL REPARTITION_VALEUR OR
                                            REPARTITION_QUANTITE
                  DISPLAY "Repartition a la (V)aleur ou a la"
                  DISPLAY "(Q)uantite ?"
                  ACCEPT fap_mode
              END-PERFORM
              *>La base est recalculee selon le mode choisi
              PERFORM TOTALISER_BASE_FRAIS
              IF baseTotaleFrais = 0 THEN
                 DISPLAY "Base de repartition nulle : frais non"
                 DISPLAY "repartis"
              ELSE
                 PERFORM REPARTIR_FRAIS_APPROCHE
              END-IF
           END-IF.

      *>Cette méthode compte les lignes recues rattachees aux frais
      *>(nbLignesFrais) et totalise leur base de repartition
      *>(baseTotaleFrais) : valeur d'achat ou quantite selon le mode
        TOTALISER_BASE_FRAIS.
           MOVE 0 TO nbLignesFrais
           MOVE 0 TO baseTotaleFrais
           MOVE 1 TO WfinFrais
           OPEN INPUT fachats
           PERFORM WITH TEST AFTER UNTIL WfinFrais = 0
               READ fachats NEXT
               AT END MOVE 0 TO WfinFrais
               NOT AT END
                   PERFORM EVALUER_ACHAT_FRAIS
                   IF baseLigneFrais > 0 THEN
                      ADD 1 TO nbLignesFrais END-ADD
                      ADD baseLigneFrais TO baseTotaleFrais END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachats.

      *>Cette méthode donne la base de repartition (baseLigneFrais)
      *>de l'achat du tampon s'il releve des frais en cours, 0 sinon
        EVALUER_ACHAT_FRAIS.
           MOVE 0 TO baseLigneFrais
           IF (FRAIS_SUR_COMMANDE AND
               fa_idCommandeFourn = fap_idRattachement) OR
              (FRAIS_SUR_RECEPTION AND fa_id = fap_idRattachement)
              THEN
              IF REPARTITION_VALEUR THEN
                 MULTIPLY fa_prixAchat BY fa_quantite
                     GIVING baseLigneFrais ROUNDED
              ELSE
                 MOVE fa_quantite TO baseLigneFrais
              END-IF
           END-IF.

      *>Cette méthode repartit les frais saisis sur les lignes recues
      *>(la derniere prend l'arrondi), majore les couches, imprime le
      *>detail et enregistre les frais
        REPARTIR_FRAIS_APPROCHE.
           MOVE "FRAISAPPRO" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idFraisApproche
           MOVE idFraisApproche TO fap_id
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO fap_date
           MOVE dateRapport(1:8) TO fap_date(1:8)
           MOVE nbLignesFrais TO fap_nbLignes
           MOVE 0 TO fap_montantStock
           MOVE 0 TO montantFraisReparti
           MOVE 0 TO noLigneFrais
           MOVE SPACES TO nomRapport
           STRING "FRAIS-APPROCHE-" DELIMITED BY SIZE
                  idFraisApproche(6:10) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Frais d'approche " DELIMITED BY SIZE
                  idFraisApproche DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  fap_date(1:8) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  fap_libelle DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Nature " DELIMITED BY SIZE
                  fap_type DELIMITED BY SIZE
                  " - montant " DELIMITED BY SIZE
                  fap_montant DELIMITED BY SIZE
                  " - repartition " DELIMITED BY SIZE
                  fap_mode DELIMITED BY SIZE
                  " - rattachement " DELIMITED BY SIZE
                  fap_rattachement DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  fap_idRattachement DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinFrais
           OPEN INPUT fachats
           PERFORM WITH TEST AFTER UNTIL WfinFrais = 0
               READ fachats NEXT
               AT END MOVE 0 TO WfinFrais
               NOT AT END
                   PERFORM EVALUER_ACHAT_FRAIS
                   IF baseLigneFrais > 0 THEN
                      PERFORM IMPUTER_FRAIS_ACHAT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachats
           COMPUTE fap_montantCorrection =
               fap_montant - fap_montantStock
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Majoration du stock restant : " DELIMITED BY SIZE
                  fap_montantStock DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Correction du cout des ventes : "
                  DELIMITED BY SIZE
                  fap_montantCorrection DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           OPEN I-O ffraisApproche
           WRITE tamp_ffraisApproche
              INVALID KEY
                 DISPLAY "Erreur : frais d'approche ", fap_id,
                         " en double"
           END-WRITE
           CLOSE ffraisApproche
           DISPLAY "Frais repartis sur ", nbLignesFrais, " ligne(s)"
           DISPLAY "Majoration du stock restant : ", fap_montantStock
           DISPLAY "Correction du cout des ventes : ",
                   fap_montantCorrection
           DISPLAY "Detail enregistre dans :"
           DISPLAY nomRapport
           MOVE "SAISIR_FRAIS_APPROCHE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "ffraisApproche" TO journalFichier
           MOVE fap_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode impute a l'achat du tampon sa part des frais :
      *>la couche ouverte par cet achat voit son cout unitaire majore
      *>de la part par exemplaire, pour les exemplaires qui y
      *>restent ; le reste est la correction du cout des ventes
        IMPUTER_FRAIS_ACHAT.
           ADD 1 TO noLigneFrais END-ADD
           IF noLigneFrais = nbLignesFrais THEN
              COMPUTE partLigneFrais =
                  fap_montant - montantFraisReparti
           ELSE
              COMPUTE partLigneFrais ROUNDED =
                  fap_montant * baseLigneFrais / baseTotaleFrais
           END-IF
           ADD partLigneFrais TO montantFraisReparti END-ADD
           COMPUTE majorationUnitaire ROUNDED =
               partLigneFrais / fa_quantite
           MOVE 0 TO partStockFrais
           MOVE 0 TO qteRestanteFrais
           MOVE 0 TO coucheFraisTrouvee
           IF fa_idRef NOT = 0 THEN
              MOVE 1 TO WfinCouche
              OPEN I-O fcouches
              MOVE fa_idRef TO cc_idRef
              MOVE 0 TO cc_id
              START fcouches KEY IS NOT LESS THAN cc_cle
                 INVALID KEY MOVE 0 TO WfinCouche
                 NOT INVALID KEY
                    PERFORM WITH TEST AFTER UNTIL WfinCouche = 0
                       READ fcouches NEXT
                       AT END MOVE 0 TO WfinCouche
                       NOT AT END
                           IF cc_idRef NOT = fa_idRef THEN
                              MOVE 0 TO WfinCouche
                           ELSE
                              IF cc_idAchat = fa_id THEN
                                 PERFORM MAJORER_COUCHE_FRAIS
                                 MOVE 0 TO WfinCouche
                              END-IF
                           END-IF
                       END-READ
                    END-PERFORM
              END-START
              CLOSE fcouches
           END-IF
           IF partStockFrais > partLigneFrais THEN
              MOVE partLigneFrais TO partStockFrais
           END-IF
           ADD partStockFrais TO fap_montantStock END-ADD
           COMPUTE correctionLigneFrais =
               partLigneFrais - partStockFrais
           MOVE SPACES TO ligneRapport
           STRING "Achat " DELIMITED BY SIZE
                  fa_id DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  fa_titreComics DELIMITED BY "  "
                  " x" DELIMITED BY SIZE
                  fa_quantite DELIMITED BY SIZE
                  " : part " DELIMITED BY SIZE
                  partLigneFrais DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           IF coucheFraisTrouvee = 1 THEN
              STRING "   +" DELIMITED BY SIZE
                     majorationUnitaire DELIMITED BY SIZE
                     " par exemplaire sur " DELIMITED BY SIZE
                     qteRestanteFrais DELIMITED BY SIZE
                     " restant(s) - correction cout des ventes "
                     DELIMITED BY SIZE
                     correctionLigneFrais DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING "   pas de couche : correction cout des ventes "
                     DELIMITED BY SIZE
                     correctionLigneFrais DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport.

      *>Cette méthode majore la couche du tampon tamp_fcouche de la
      *>part unitaire des frais et donne la part ainsi portee en
      *>stock (partStockFrais)
        MAJORER_COUCHE_FRAIS.
           MOVE 1 TO coucheFraisTrouvee
           MOVE cc_quantiteRestante TO qteRestanteFrais
           IF cc_quantiteRestante > 0 THEN
              ADD majorationUnitaire TO cc_prixUnitaire END-ADD
              MULTIPLY majorationUnitaire BY cc_quantiteRestante
                  GIVING partStockFrais ROUNDED
              REWRITE tamp_fcouche
              END-REWRITE
           END-IF.

      *>Cette méthode totalise dans totalCorrectionsFrais les
      *>corrections du cout des ventes nees des frais d'approche
      *>saisis sur la periode dateDebutCA - dateFinCA
        CUMULER_CORRECTIONS_FRAIS.
           MOVE 0 TO totalCorrectionsFrais
           MOVE 1 TO WfinFrais
           OPEN INPUT ffraisApproche
           PERFORM WITH TEST AFTER UNTIL WfinFrais = 0
               READ ffraisApproche NEXT
               AT END MOVE 0 TO WfinFrais
               NOT AT END
                   IF fap_date(1:8) NOT < dateDebutCA(1:8) AND
                      fap_date(1:8) NOT > dateFinCA(1:8) THEN
                      ADD fap_montantCorrection TO
                          totalCorrectionsFrais END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffraisApproche.

      *>Cette méthode garde en attente, pendant la reception d'une
      *>ligne fournisseur, une destination deja servie par le
      *>circuit d'approvisionnement (commande client, abonne,
      *>souhait) : la liste de rangement les reprend par priorite
        NOTER_ATTENTE_RANGEMENT.
           IF rangementEnCours = 1 AND
              nbAttentesRangement < MAX_ATTENTES_RANGEMENT THEN
              ADD 1 TO nbAttentesRangement END-ADD
              MOVE typeRangement TO raType(nbAttentesRangement)
              MOVE clientRangement TO raClient(nbAttentesRangement)
              MOVE referenceRangement TO
                   raReference(nbAttentesRangement)
              MOVE qteRangement TO raQuantite(nbAttentesRangement)
           END-IF.

      *>Cette méthode repartit les exemplaires recus de la ligne
      *>fournisseur en cours entre leurs destinations : commandes
      *>clients d'abord, puis abonnes de la serie, souhaits a
      *>mettre de cote, transferts dus a l'autre magasin, et le
      *>reste en rayon a l'emplacement du titre
        PREPARER_RANGEMENT_LIGNE_CF.
           MOVE SPACES TO magasinRangement
           MOVE EMPLACEMENT_MISE_DE_COTE TO emplacementRangement
           MOVE "C" TO typeRangement
           PERFORM SERVIR_ATTENTES_RANGEMENT
           MOVE "A" TO typeRangement
           PERFORM SERVIR_ATTENTES_RANGEMENT
           MOVE "W" TO typeRangement
           PERFORM SERVIR_ATTENTES_RANGEMENT
           IF qteARangerRestante > 0 THEN
              PERFORM SERVIR_TRANSFERTS_RANGEMENT
           END-IF
           IF qteARangerRestante > 0 THEN
              MOVE EMPLACEMENT_INCONNU TO emplacementRangement
              OPEN INPUT finventaire
              MOVE cfl_idRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fi_emplacement NOT = SPACES THEN
                       MOVE fi_emplacement TO emplacementRangement
                    END-IF
              END-READ
              CLOSE finventaire
              MOVE "E" TO typeRangement
              MOVE 0 TO clientRangement
              MOVE 0 TO referenceRangement
              MOVE SPACES TO magasinRangement
              MOVE qteARangerRestante TO qteRangement
              PERFORM ECRIRE_LIGNE_RANGEMENT
           END-IF.

      *>Cette méthode sert, dans la limite des exemplaires restant
      *>a ranger, les destinations en attente du type typeRangement
        SERVIR_ATTENTES_RANGEMENT.
           PERFORM VARYING idxAttenteRangement FROM 1 BY 1
                   UNTIL idxAttenteRangement > nbAttentesRangement
                      OR qteARangerRestante = 0
               IF raType(idxAttenteRangement) = typeRangement THEN
                  MOVE raClient(idxAttenteRangement) TO
                       clientRangement
                  MOVE raReference(idxAttenteRangement) TO
                       referenceRangement
                  MOVE raQuantite(idxAttenteRangement) TO
                       qteRangement
                  IF qteRangement > qteARangerRestante THEN
                     MOVE qteARangerRestante TO qteRangement
                  END-IF
                  PERFORM ECRIRE_LIGNE_RANGEMENT
               END-IF
           END-PERFORM.

      *>Cette méthode oriente vers le quai d'expedition les
      *>exemplaires dus a l'autre magasin : propositions de
      *>transfert en attente dont ce magasin est l'expediteur
        SERVIR_TRANSFERTS_RANGEMENT.
           MOVE "T" TO typeRangement
           MOVE 0 TO clientRangement
           MOVE EMPLACEMENT_EXPEDITION TO emplacementRangement
           MOVE 1 TO WfinRangement
           OPEN INPUT fpropTransferts
           PERFORM WITH TEST AFTER UNTIL WfinRangement = 0
                   OR qteARangerRestante = 0
               READ fpropTransferts NEXT
               AT END MOVE 0 TO WfinRangement
               NOT AT END
                   IF PROPOSITION_EN_ATTENTE AND
                      prt_titre = cfl_titreComics AND
                      prt_magasinSource = codeMagasin THEN
                      MOVE prt_id TO referenceRangement
                      MOVE prt_magasinDest TO magasinRangement
                      MOVE prt_quantite TO qteRangement
                      IF qteRangement > qteARangerRestante THEN
                         MOVE qteARangerRestante TO qteRangement
                      END-IF
                      PERFORM ECRIRE_LIGNE_RANGEMENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropTransferts
           MOVE SPACES TO magasinRangement.

      *>Cette méthode ecrit une ligne de la liste de rangement pour
      *>la ligne fournisseur en cours (destination typeRangement,
      *>qteRangement exemplaires a poser en emplacementRangement)
        ECRIRE_LIGNE_RANGEMENT.
           IF qteRangement > 0 THEN
              MOVE "RANGEMENT" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              INITIALIZE tamp_frangement
              MOVE prochainId TO rg_id
              MOVE cfl_idCommande TO rg_idCommandeFourn
              MOVE cfl_noLigne TO rg_noLigneCF
              MOVE FUNCTION CURRENT-DATE TO dateSystemePromo
              MOVE dateSystemePromo(1:8) TO rg_dateReception
              MOVE codeMagasin TO rg_magasin
              MOVE cfl_titreComics TO rg_titre
              MOVE cfl_idRef TO rg_idRef
              MOVE qteRangement TO rg_quantite
              MOVE typeRangement TO rg_destination
              MOVE clientRangement TO rg_client
              MOVE SPACES TO rg_nomClient
              IF clientRangement > 0 THEN
                 OPEN INPUT fclients
                 MOVE clientRangement TO fc_id
                 READ fclients KEY IS fc_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       STRING fc_prenom DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              fc_nom DELIMITED BY "  "
                              INTO rg_nomClient
                 END-READ
                 CLOSE fclients
              END-IF
              MOVE referenceRangement TO rg_reference
              MOVE magasinRangement TO rg_magasinDest
              MOVE emplacementRangement TO rg_emplacementPrevu
              MOVE SPACES TO rg_emplacementReel
              MOVE "A" TO rg_statut
              MOVE SPACES TO rg_datePlacement
              MOVE SPACES TO rg_employe
              OPEN I-O frangements
              WRITE tamp_frangement
                 INVALID KEY
                    DISPLAY "Erreur d'ecriture de la liste de"
                    DISPLAY "rangement"
                 NOT INVALID KEY
                    ADD 1 TO nbLignesRangement END-ADD
                    SUBTRACT qteRangement FROM qteARangerRestante
                        END-SUBTRACT
              END-WRITE
              CLOSE frangements
           END-IF.

      *>Cette méthode imprime la liste de rangement de la commande
      *>fournisseur idCommandeFourn (RANGEMENT-<id>.TXT) : toutes
      *>les lignes encore a poser, dans l'ordre de passage des
      *>emplacements, avec le client ou le magasin destinataire
        EDITER_LISTE_RANGEMENT.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "RANGEMENT-" DELIMITED BY SIZE
                  idCommandeFourn DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Liste de rangement - commande fournisseur "
                  DELIMITED BY SIZE
                  idCommandeFourn DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Editee le " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  " - magasin " DELIMITED BY SIZE
                  codeMagasin DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "Empl.       Qte Destination            Titre"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 0 TO nbLignesPlacees
           SORT ftriTravail ON ASCENDING KEY tri_cle
               INPUT PROCEDURE IS ALIMENTER_TRI_RANGEMENT
               OUTPUT PROCEDURE IS RESTITUER_TRI_RANGEMENT
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Lignes a poser : " DELIMITED BY SIZE
                  nbLignesPlacees DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Liste de rangement enregistree dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE idCommandeFourn TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode alimente le tri avec les lignes encore a poser
      *>de la commande, classees par emplacement
        ALIMENTER_TRI_RANGEMENT.
           MOVE 1 TO WfinRangement
           OPEN INPUT frangements
           PERFORM WITH TEST AFTER UNTIL WfinRangement = 0
               READ frangements NEXT
               AT END MOVE 0 TO WfinRangement
               NOT AT END
                   IF rg_idCommandeFourn = idCommandeFourn AND
                      RANGEMENT_A_FAIRE THEN
                      MOVE SPACES TO cleTriRangement
                      MOVE rg_emplacementPrevu TO ctgEmplacement
                      MOVE rg_id TO ctgId
                      MOVE cleTriRangement TO tri_cle
                      MOVE rg_quantite TO tri_quantite
                      MOVE 0 TO tri_montant
                      RELEASE tamp_tri
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frangements.

      *>Cette méthode restitue les lignes triees et les imprime
        RESTITUER_TRI_RANGEMENT.
           MOVE 1 TO WfinRangement
           OPEN INPUT frangements
           PERFORM WITH TEST AFTER UNTIL WfinRangement = 0
               RETURN ftriTravail
               AT END MOVE 0 TO WfinRangement
               NOT AT END
                   MOVE tri_cle TO cleTriRangement
                   MOVE ctgId TO rg_id
                   READ frangements KEY IS rg_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY PERFORM EDITER_LIGNE_RANGEMENT
                   END-READ
               END-RETURN
           END-PERFORM
           CLOSE frangements.

      *>Cette méthode imprime la ligne de rangement du tampon
        EDITER_LIGNE_RANGEMENT.
           ADD 1 TO nbLignesPlacees END-ADD
           PERFORM LIBELLER_DESTINATION_RANGEMENT
           MOVE rg_quantite TO qteRangementEdite
           MOVE SPACES TO ligneRapport
           STRING rg_emplacementPrevu DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  qteRangementEdite DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  libelleDestination DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  rg_titre DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           EVALUATE TRUE
               WHEN RANGEMENT_COMMANDE OR RANGEMENT_ABONNE OR
                    RANGEMENT_SOUHAIT
                  STRING "                 pour " DELIMITED BY SIZE
                         rg_nomClient DELIMITED BY "  "
                         " (client " DELIMITED BY SIZE
                         rg_client DELIMITED BY SIZE
                         ", ref. " DELIMITED BY SIZE
                         rg_reference DELIMITED BY SIZE
                         ")" DELIMITED BY SIZE
                         INTO ligneRapport
                  WRITE ligneRapport
               WHEN RANGEMENT_TRANSFERT
                  STRING "                 vers le magasin "
                         DELIMITED BY SIZE
                         rg_magasinDest DELIMITED BY SIZE
                         " (proposition " DELIMITED BY SIZE
                         rg_reference DELIMITED BY SIZE
                         ")" DELIMITED BY SIZE
                         INTO ligneRapport
                  WRITE ligneRapport
           END-EVALUATE.

      *>Cette méthode donne le libelle de la destination du tampon
        LIBELLER_DESTINATION_RANGEMENT.
           EVALUATE TRUE
               WHEN RANGEMENT_COMMANDE
                  MOVE "Commande client" TO libelleDestination
               WHEN RANGEMENT_ABONNE
                  MOVE "Abonne (mise de cote)" TO libelleDestination
               WHEN RANGEMENT_SOUHAIT
                  MOVE "Souhait a mettre de cote" TO
                       libelleDestination
               WHEN RANGEMENT_TRANSFERT
                  MOVE "Transfert du" TO libelleDestination
               WHEN OTHER
                  MOVE "Rayon" TO libelleDestination
           END-EVALUATE.

      *>Cette méthode propose, a la fin d'une reception, de
      *>confirmer tout de suite le rangement ; il peut aussi etre
      *>confirme plus tard depuis le menu des stocks
        PROPOSER_CONFIRMATION_RANGEMENT.
           MOVE SPACES TO reponseRangement
           PERFORM WITH TEST AFTER UNTIL
               reponseRangement = "O" OR reponseRangement = "N"
               DISPLAY "Confirmer le rangement maintenant ? (O/N)"
               ACCEPT reponseRangement
               INSPECT reponseRangement CONVERTING "on" TO "ON"
           END-PERFORM
           IF reponseRangement = "O" THEN
              PERFORM CONFIRMER_RANGEMENT_CF
           ELSE
              DISPLAY "Rangement a confirmer depuis le menu des"
              DISPLAY "stocks une fois les cartons vides"
           END-IF.

      *>Cette méthode confirme, depuis le menu, le rangement d'une
      *>commande fournisseur receptionnee et reimprime au besoin sa
      *>liste
        CONFIRMER_RANGEMENT_RECEPTION.
           DISPLAY "Entrez l'id de la commande fournisseur"
           ACCEPT idCommandeFourn
           MOVE 0 TO nbLignesRangement
           MOVE 1 TO WfinRangement
           OPEN INPUT frangements
           PERFORM WITH TEST AFTER UNTIL WfinRangement = 0
               READ frangements NEXT
               AT END MOVE 0 TO WfinRangement
               NOT AT END
                   IF rg_idCommandeFourn = idCommandeFourn AND
                      RANGEMENT_A_FAIRE THEN
                      ADD 1 TO nbLignesRangement END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frangements
           IF nbLignesRangement = 0 THEN
              DISPLAY "Aucun rangement en attente pour cette"
              DISPLAY "commande"
           ELSE
              MOVE SPACES TO reponseRangement
              PERFORM WITH TEST AFTER UNTIL
                  reponseRangement = "O" OR reponseRangement = "N"
                  DISPLAY "Reimprimer la liste de rangement ? (O/N)"
                  ACCEPT reponseRangement
                  INSPECT reponseRangement CONVERTING "on" TO "ON"
              END-PERFORM
              IF reponseRangement = "O" THEN
                 PERFORM EDITER_LISTE_RANGEMENT
              END-IF
              PERFORM CONFIRMER_RANGEMENT_CF
           END-IF.

      *>Cette méthode enregistre ou chaque ligne de rangement de la
      *>commande idCommandeFourn a ete posee : l'emplacement prevu,
      *>ou celui saisi quand les exemplaires ont ete mis ailleurs
        CONFIRMER_RANGEMENT_CF.
           MOVE SPACES TO reponseRangement
           PERFORM WITH TEST AFTER UNTIL
               reponseRangement = "O" OR reponseRangement = "N"
               DISPLAY "Tout a-t-il ete pose a l'emplacement prevu ?"
               DISPLAY "(O/N, N pour saisir ligne par ligne)"
               ACCEPT reponseRangement
               INSPECT reponseRangement CONVERTING "on" TO "ON"
           END-PERFORM
           MOVE 0 TO nbLignesPlacees
           MOVE 1 TO WfinRangement
           OPEN I-O frangements
           PERFORM WITH TEST AFTER UNTIL WfinRangement = 0
               READ frangements NEXT
               AT END MOVE 0 TO WfinRangement
               NOT AT END
                   IF rg_idCommandeFourn = idCommandeFourn AND
                      RANGEMENT_A_FAIRE THEN
                      PERFORM PLACER_LIGNE_RANGEMENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frangements
           DISPLAY nbLignesPlacees, " ligne(s) de rangement"
           DISPLAY "confirmee(s)".

      *>Cette méthode marque posee la ligne de rangement du tampon ;
      *>un titre sans emplacement de rayon prend celui ou ses
      *>exemplaires ont ete ranges
        PLACER_LIGNE_RANGEMENT.
           MOVE rg_emplacementPrevu TO emplacementSaisi
           IF reponseRangement = "N" THEN
              PERFORM LIBELLER_DESTINATION_RANGEMENT
              MOVE rg_quantite TO qteRangementEdite
              DISPLAY rg_titre, " x", qteRangementEdite
              DISPLAY libelleDestination, " ", rg_nomClient
              DISPLAY "Emplacement prevu : ", rg_emplacementPrevu
              DISPLAY "Emplacement reel (vide si identique)"
              MOVE SPACES TO emplacementSaisi
              ACCEPT emplacementSaisi
              IF emplacementSaisi = SPACES THEN
                 MOVE rg_emplacementPrevu TO emplacementSaisi
              END-IF
           END-IF
           MOVE emplacementSaisi TO rg_emplacementReel
           MOVE "P" TO rg_statut
           MOVE FUNCTION CURRENT-DATE TO dateSystemePromo
           MOVE dateSystemePromo(1:8) TO rg_datePlacement
           MOVE idEmploye TO rg_employe
           REWRITE tamp_frangement
              NOT INVALID KEY
                 ADD 1 TO nbLignesPlacees END-ADD
                 MOVE "PLACER_LIGNE_RANGEMENT" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "frangements" TO journalFichier
                 MOVE rg_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-REWRITE
           IF RANGEMENT_RAYON AND
              rg_emplacementReel NOT = EMPLACEMENT_INCONNU THEN
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE rg_idRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fi_emplacement = SPACES THEN
                       MOVE rg_emplacementReel TO fi_emplacement
                       REWRITE tamp_finventaire
                          NOT INVALID KEY
                             MOVE "PLACER_LIGNE_RANGEMENT" TO
                                  journalParagraphe
                             MOVE "MODIFICATION" TO journalOperation
                             MOVE "finventaire" TO journalFichier
                             MOVE fi_titre TO journalCle
                             PERFORM ENREGISTRER_JOURNAL
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE finventaire
           END-IF.
