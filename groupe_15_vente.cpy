               PERFORM WITH TEST AFTER UNTIL fc_typeClient = "S" OR
                       fc_typeClient = "F" OR fc_typeClient = "P" OR
                       fc_typeClient = "s" OR fc_typeClient = "f" OR
                       fc_typeClient = "p" OR
                       fc_typeClient = "C" OR fc_typeClient = "c"
                       DISPLAY "Entrez le type de client (S/F/P/C,"
                       DISPLAY "C = collectivite) :"
                       ACCEPT fc_typeClient
               END-PERFORM

               MOVE "fclients" TO journalFichier
               MOVE fc_id TO journalCle
               PERFORM ENREGISTRER_JOURNAL
               MOVE fc_id TO idClientConsent
               PERFORM SAISIR_CONSENTEMENTS_CLIENT
          END-IF
             
           IF testNomClient = 1 THEN
           ELSE IF testNomClient = 0 THEN
              MOVE idClient TO fv_client
           END-IF

           *>Le comptoir est prevenu si l'adresse mail du client est
           *>rejetee par la passerelle, pour la corriger avec lui
           MOVE fv_client TO idClientContact
           PERFORM SIGNALER_CONTACT_A_CORRIGER
           *>Il voit aussi les dossiers du client encore ouverts
           MOVE fv_client TO idClientDossier
           PERFORM SIGNALER_DOSSIERS_OUVERTS

           *>Un employe qui achete pour lui-meme passe en achat du
           *>personnel, encaisse par un autre employe que lui
           PERFORM PROPOSER_ACHAT_PERSONNEL
           
           *>Rentre la date du système comme date d'achat
           MOVE FUNCTION CURRENT-DATE TO fv_dateVente
           *>valorisee au prix de l'inventaire
           PERFORM SAISIR_LIGNES_VENTE

           *>Le client qui s'absente un instant (un album de plus, sa
           *>carte) laisse son panier gare sous un ticket, et la
           *>caisse passe au client suivant
           MOVE 0 TO panierGare
           IF nbLignesVente > 0 AND commandeVoulue = 0 AND
              achatPersonnel = 0 THEN
              PERFORM PROPOSER_GARER_PANIER
           END-IF

           *>Aucune ligne retenue et pas de commande demandee : il n'y
           *>a rien a enregistrer
           IF panierGare = 1 THEN
              DISPLAY "Caisse libre pour le client suivant"
           ELSE IF nbLignesVente = 0 AND commandeVoulue = 0 THEN
              DISPLAY "Aucune ligne retenue, vente abandonnee"
              IF nbLignesAnnuleesPanier > 0 THEN
                 PERFORM JOURNALISER_ABANDON_PANIER
              END-IF
           ELSE IF commandeVoulue = 1 THEN
           *>Le titre voulu n'a pas d'exemplaire en stock : on
           *>enregistre une commande, qui peut porter plusieurs
                MOVE 1 TO fv_statut
                MOVE idVente TO fv_id
                MOVE lvTitre(1) TO fv_titreComics
                MOVE lvIdRef(1) TO fv_idRef
                MOVE idEmploye TO fv_employe
                MOVE SPACES TO fv_codePromo

                PERFORM SAISIR_MODE_PAIEMENT
                PERFORM AJOUTER_PTS_FIDELITE

           *>L'en-tete part dans fcommandes sous son propre numero ;
           *>le numero de vente attribue plus haut reste reserve a la
           *>vente qui sera creee au retrait (les reglements de
           *>l'acompte y sont deja rattaches dans fpaiements)
                MOVE "COMMANDE" TO compteurNom
                PERFORM OBTENIR_PROCHAIN_ID
                MOVE prochainId TO cmd_id
                MOVE idVente TO cmd_idVente
                MOVE 0 TO cmd_idPlan
                MOVE "B" TO cmd_origine
                PERFORM RANGER_COMMANDE_TAMPON
                MOVE cmd_id TO fv_id
                PERFORM OUVRIR_IO_FCOMMANDES
                WRITE tamp_fcommande
                END-WRITE
                CLOSE fcommandes
                DISPLAY "Commande ", cmd_id, " enregistree (",
                        nbLignesCommande, " ligne(s))"
                DISPLAY "Prix HT : ", fv_prixVenteHT
                DISPLAY "Montant TVA : ", fv_montantTVA
                DISPLAY "Prix TTC : ", fv_prixVente
                DISPLAY "Acompte encaisse : ", fv_acompte
                DISPLAY "Reste du a la remise : ", fv_resteDu
                PERFORM ENREGISTRER_LIGNES_COMMANDE
                MOVE "ENREGISTRER_VENTE" TO journalParagraphe
                MOVE "AJOUT" TO journalOperation
                MOVE "fcommandes" TO journalFichier
                MOVE cmd_id TO journalCle
                PERFORM ENREGISTRER_JOURNAL
           ELSE
           *>Toutes les lignes ont du stock : on cumule le panier dans
                MOVE 0 TO fv_statut
                MOVE idVente TO fv_id
                MOVE lvTitre(1) TO fv_titreComics
                MOVE lvIdRef(1) TO fv_idRef
                MOVE idEmploye TO fv_employe

           *>Les offres quantitatives (3 pour 2 et compagnie) se
           *>detectent d'elles-memes sur les lignes du panier
                PERFORM APPLIQUER_OFFRES_QUANTITE

           *>L'achat du personnel porte la remise de l'employe dans
           *>la limite de son plafond mensuel, et ne se cumule pas
           *>avec un code promo
                IF achatPersonnel = 1 THEN
                   PERFORM APPLIQUER_ACHAT_PERSONNEL
                END-IF

           *>On propose au client de saisir un code promo, applique
           *>avant l'eventuelle reduction par points de fidelite
                IF achatPersonnel = 0 THEN
                   PERFORM APPLIQUER_CODE_PROMO
                END-IF

           *>On propose au client d'utiliser ses points de fidelite
           *>en reduction sur cette vente
                PERFORM WITH TEST AFTER UNTIL
                    noLigneVente > nbLignesVente
                    MOVE lvTitre(noLigneVente) TO titreRef
                    MOVE lvIdRef(noLigneVente) TO idArticleRef
                    MOVE lvQuantite(noLigneVente) TO quantiteLigne
                    PERFORM MAJ_INVENTAIRE
                    ADD 1 TO noLigneVente END-ADD
                PERFORM AJOUTER_PTS_FIDELITE

                PERFORM OUVRIR_IO_FVENTES
                MOVE 0 TO fv_idCommande
                WRITE tamp_fvente
                END-WRITE
                CLOSE fventes
                IF achatPersonnel = 1 THEN
                   PERFORM ENREGISTRER_ACHAT_PERSONNEL
                END-IF
                PERFORM ENREGISTRER_LIGNES_VENTE
                PERFORM MARQUER_EXEMPLAIRES_VENDUS
                PERFORM ENREGISTRER_TICKET_FISCAL
           END-IF
           *>Vente enregistree ou panier abandonne : les allocations
           *>posees par ce poste pendant la saisie sont liberees et
           *>le journal du panier en cours est purge ; le mode achat
           *>du personnel ne survit pas a la vente
           MOVE 0 TO achatPersonnel
           PERFORM LIBERER_ALLOCATIONS_POSTE
           PERFORM PURGER_PANIER_EN_COURS.

           MOVE 0 TO montantUtiliseBon
           MOVE 0 TO exemplaireChoisi
           MOVE 0 TO finLignesVente
           MOVE 0 TO derniereLigneAnnulable
           MOVE 0 TO nbLignesAnnuleesPanier
           MOVE SPACE TO reponseAutreLigne
           PERFORM WITH TEST AFTER UNTIL finLignesVente = 1
               IF reponseAutreLigne = "A" OR
                  reponseAutreLigne = "a" THEN
                  PERFORM ANNULER_DERNIERE_LIGNE
               ELSE
                  PERFORM SAISIR_UNE_LIGNE_VENTE
               END-IF
               IF commandeVoulue = 1 OR
                  nbLignesVente >= MAX_LIGNES_VENTE THEN
                  MOVE 1 TO finLignesVente
               ELSE
                  DISPLAY "Ajouter une autre ligne ? (O/N, A pour"
                  DISPLAY "annuler la derniere ligne saisie)"
                  ACCEPT reponseAutreLigne
                  IF reponseAutreLigne NOT = "O" AND
                     reponseAutreLigne NOT = "o" AND
                     reponseAutreLigne NOT = "A" AND
                     reponseAutreLigne NOT = "a" THEN
                     MOVE 1 TO finLignesVente
                  END-IF
               END-IF
           END-PERFORM.

           *>Cette méthode annule la derniere ligne retenue du panier
           *>(article repose, erreur de scan) : son allocation et sa
           *>trace disque sont retirees, les cumuls du panier
           *>corriges, et l'annulation est journalisee au nom du
           *>caissier pour le suivi de vigilance
           ANNULER_DERNIERE_LIGNE.
           IF derniereLigneAnnulable = 0 OR nbLignesVente = 0 THEN
              DISPLAY "Seule la derniere ligne saisie peut etre"
              DISPLAY "annulee"
           ELSE
              MOVE lvTitre(nbLignesVente) TO titreRef
              MOVE lvIdRef(nbLignesVente) TO idArticleRef
              PERFORM RETIRER_ALLOCATION_LIGNE
              OPEN I-O fpanierEnCours
              MOVE idEmploye TO pc_poste
              MOVE nbLignesVente TO pc_noLigne
              DELETE fpanierEnCours
                 INVALID KEY CONTINUE
              END-DELETE
              CLOSE fpanierEnCours
              SUBTRACT lvPrixLigneHT(nbLignesVente) FROM cumulPanierHT
                  END-SUBTRACT
              SUBTRACT lvMontantTVA(nbLignesVente) FROM cumulPanierTVA
                  END-SUBTRACT
              SUBTRACT lvPrixLigneTTC(nbLignesVente) FROM
                  cumulPanierTTC END-SUBTRACT
              SUBTRACT remiseSoldesDerniereLigne FROM cumulRemiseSoldes
                  END-SUBTRACT
              DISPLAY "Ligne ", nbLignesVente, " annulee : ", titreRef
              SUBTRACT 1 FROM nbLignesVente END-SUBTRACT
              ADD 1 TO nbLignesAnnuleesPanier END-ADD
              MOVE 0 TO derniereLigneAnnulable
              MOVE "ANNULER_LIGNE_PANIER" TO journalParagraphe
              MOVE "SUPPRESSION" TO journalOperation
              MOVE "fpanierEnCours" TO journalFichier
              MOVE idVente TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

           *>Cette méthode rend l'allocation posee par la ligne
           *>annulee (titre titreRef, derniere ligne du panier)
           RETIRER_ALLOCATION_LIGNE.
           OPEN I-O fallocations
           MOVE idEmploye TO al_poste
           MOVE lvIdRef(nbLignesVente) TO al_idRef
           READ fallocations KEY IS al_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF al_quantite > lvQuantite(nbLignesVente) THEN
                    SUBTRACT lvQuantite(nbLignesVente) FROM al_quantite
                        END-SUBTRACT
                    IF al_idExemplaire =
                       lvIdExemplaire(nbLignesVente) THEN
                       MOVE 0 TO al_idExemplaire
                    END-IF
                    REWRITE tamp_fallocation
                    END-REWRITE
                 ELSE
                    DELETE fallocations
                    END-DELETE
                 END-IF
           END-READ
           CLOSE fallocations.

           *>Cette méthode journalise l'abandon d'un panier qui avait
           *>porte des lignes, au nom du caissier
           JOURNALISER_ABANDON_PANIER.
           MOVE "ABANDONNER_PANIER" TO journalParagraphe
           MOVE "ABANDON" TO journalOperation
           MOVE "fpanierEnCours" TO journalFichier
           MOVE idEmploye TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

           *>Cette méthode saisit une ligne du panier : titre (verifie
           *>dans l'inventaire), quantite (limitee au stock), et la
           *>valorise au prix unitaire de l'inventaire
              *>dans les ventes perdues, que le client accepte la
              *>commande ou reparte les mains vides
              MOVE titreRef TO titrePerdu
              MOVE idArticleRef TO idRefPerdu
              MOVE 1 TO qteVouluePerdue
              MOVE 0 TO qteServiePerdue
              PERFORM ENREGISTRER_VENTE_PERDUE
              IF COMIC_DECONSEILLE_MINEURS THEN
                 PERFORM CONFIRMER_VENTE_MATURE
              END-IF
              *>Un titre annonce au calendrier des sorties ne se
              *>vend pas avant sa date de sortie sans derogation
              IF venteAnnulee = 0 THEN
                 PERFORM CONTROLER_EMBARGO_VENTE
              END-IF
              *>Un titre vise par un rappel produit ouvert ne sort
              *>plus du magasin, sans derogation possible
              IF venteAnnulee = 0 THEN
                 PERFORM CONTROLER_RAPPEL_VENTE
              END-IF
              IF venteAnnulee = 1 THEN
                 DISPLAY "Ligne ignoree"
              ELSE
                    DISPLAY "Tout le stock de ce titre est deja"
                    DISPLAY "dans le panier, ligne ignoree"
                    MOVE titreRef TO titrePerdu
                    MOVE idArticleRef TO idRefPerdu
                    MOVE 1 TO qteVouluePerdue
                    MOVE 0 TO qteServiePerdue
                    PERFORM ENREGISTRER_VENTE_PERDUE
                    *>lieu de s'evaporer
                    IF quantiteLigne > dispoPanier THEN
                       MOVE titreRef TO titrePerdu
                       MOVE idArticleRef TO idRefPerdu
                       MOVE quantiteLigne TO qteVouluePerdue
                       MOVE dispoPanier TO qteServiePerdue
                       PERFORM ENREGISTRER_VENTE_PERDUE
                 PERFORM RECUPERER_PRIX_DE_VENTE
                 *>La remise soldes de la ligne alimente le total
                 *>montre sur le recu
                 COMPUTE remiseSoldesDerniereLigne =
                     montantRemiseSoldes * quantiteLigne
                 ADD remiseSoldesDerniereLigne TO cumulRemiseSoldes
                     END-ADD
                 MOVE 1 TO derniereLigneAnnulable
                 ADD 1 TO nbLignesVente END-ADD
                 MOVE titreRef TO lvTitre(nbLignesVente)
                 MOVE idArticleRef TO lvIdRef(nbLignesVente)
                 MOVE quantiteLigne TO lvQuantite(nbLignesVente)
                 IF exemplaireChoisi = 1 THEN
                    MOVE idExemplaire TO
                 PERFORM JOURNALISER_LIGNE_PANIER
                 MOVE 0 TO exemplaireChoisi
                 MOVE tauxTVACourant TO lvTauxTVA(nbLignesVente)
                 MOVE venteRegimeMarge TO lvRegimeMarge(nbLignesVente)
                 IF venteRegimeMarge = 1 THEN
                    MULTIPLY coutAchatExemplaire BY quantiteLigne
                        GIVING lvCoutAchatMarge(nbLignesVente)
                 ELSE
                    MOVE 0 TO lvCoutAchatMarge(nbLignesVente)
                 END-IF
                 MOVE prixPublicLivreHT TO
                      lvPrixPublicHT(nbLignesVente)
                 MULTIPLY montantEcreteUnitaire BY quantiteLigne
                     GIVING lvRemiseEcretee(nbLignesVente)
                 MOVE fv_prixVenteHT TO
                      lvPrixUnitaireHT(nbLignesVente)
                 MULTIPLY fv_prixVenteHT BY quantiteLigne
               PERFORM RECUPERER_PRIX_DE_VENTE
               ADD 1 TO nbLignesCommande END-ADD
               MOVE titreRef TO lvTitre(nbLignesCommande)
               MOVE idArticleRef TO lvIdRef(nbLignesCommande)
               MOVE quantiteLigne TO lvQuantite(nbLignesCommande)
               MOVE 0 TO lvIdExemplaire(nbLignesCommande)
               MOVE tauxTVACourant TO lvTauxTVA(nbLignesCommande)
               MOVE 0 TO lvRegimeMarge(nbLignesCommande)
               MOVE 0 TO lvCoutAchatMarge(nbLignesCommande)
               MOVE prixPublicLivreHT TO
                    lvPrixPublicHT(nbLignesCommande)
               MULTIPLY montantEcreteUnitaire BY quantiteLigne
                   GIVING lvRemiseEcretee(nbLignesCommande)
               MOVE fv_prixVenteHT TO
                    lvPrixUnitaireHT(nbLignesCommande)
               MULTIPLY fv_prixVenteHT BY quantiteLigne
               MOVE fv_id TO cml_idCommande
               MOVE noLigneCommande TO cml_noLigne
               MOVE lvTitre(noLigneCommande) TO cml_titreComics
               MOVE lvIdRef(noLigneCommande) TO cml_idRef
               MOVE lvQuantite(noLigneCommande) TO cml_quantite
               MOVE lvPrixLigneTTC(noLigneCommande) TO
                    cml_prixLigneTTC
               MOVE 0 TO cml_statut
               MOVE 0 TO cml_idCommandeFourn
               MOVE 0 TO cml_noLigneCF
               MOVE 0 TO cml_idExpedition
               MOVE SPACES TO cml_dateArrivee
               MOVE SPACES TO cml_dateNotification
               WRITE tamp_fcommandeLigne
               END-WRITE
               ADD 1 TO noLigneCommande END-ADD
           END-PERFORM
           CLOSE fcommandesLignes.

           *>Cette méthode recopie l'en-tete de commande lu dans
           *>tamp_fcommande vers le tampon tamp_fvente, ou travaillent
           *>les paragraphes communs aux commandes (lignes, libelle du
           *>statut, reglement du solde, notification du client)
           CHARGER_COMMANDE_TAMPON.
           MOVE cmd_id TO fv_id
           MOVE cmd_statut TO fv_statut
           MOVE cmd_dateCommande TO fv_dateVente
           MOVE cmd_titreComics TO fv_titreComics
           MOVE cmd_idRef TO fv_idRef
           MOVE cmd_prixVenteHT TO fv_prixVenteHT
           MOVE cmd_montantTVA TO fv_montantTVA
           MOVE cmd_prixVente TO fv_prixVente
           MOVE cmd_client TO fv_client
           MOVE cmd_employe TO fv_employe
           MOVE SPACES TO fv_codePromo
           MOVE cmd_modePaiement TO fv_modePaiement
           MOVE cmd_idSession TO fv_idSession
           MOVE cmd_acompte TO fv_acompte
           MOVE cmd_resteDu TO fv_resteDu
           MOVE cmd_magasin TO fv_magasin
           MOVE "P" TO fv_canalRecu
           MOVE cmd_id TO fv_idCommande.

           *>Cette méthode reporte dans l'en-tete tamp_fcommande
           *>l'etat de la commande tenu dans le tampon tamp_fvente
           *>(les numeros de commande, de vente reservee et de plan
           *>restent a la charge de l'appelant)
           RANGER_COMMANDE_TAMPON.
           MOVE fv_statut TO cmd_statut
           MOVE fv_dateVente TO cmd_dateCommande
           MOVE fv_titreComics TO cmd_titreComics
           MOVE fv_idRef TO cmd_idRef
           MOVE fv_prixVenteHT TO cmd_prixVenteHT
           MOVE fv_montantTVA TO cmd_montantTVA
           MOVE fv_prixVente TO cmd_prixVente
           MOVE fv_client TO cmd_client
           MOVE fv_employe TO cmd_employe
           MOVE fv_modePaiement TO cmd_modePaiement
           MOVE fv_idSession TO cmd_idSession
           MOVE fv_acompte TO cmd_acompte
           MOVE fv_resteDu TO cmd_resteDu
           MOVE fv_magasin TO cmd_magasin.

           *>Cette méthode cree la vente de la commande retiree et
           *>reglee presente dans tamp_fcommande (et sa copie dans
           *>tamp_fvente) : la vente prend le numero reserve a la
           *>prise de la commande, la date du retrait et le statut
           *>Livre (vente issue d'une commande, que le balayage
           *>quotidien des ecritures laisse de cote), puis ses
           *>ecritures partent vers le comptable. Le tampon
           *>tamp_fvente revient ensuite sur la commande
           CREER_VENTE_COMMANDE.
           MOVE cmd_idVente TO fv_id
           MOVE 3 TO fv_statut
           MOVE FUNCTION CURRENT-DATE TO fv_dateVente
           MOVE 0 TO fv_resteDu
           MOVE cmd_id TO fv_idCommande
           PERFORM OUVRIR_IO_FVENTES
           WRITE tamp_fvente
              INVALID KEY
                 DISPLAY "Erreur : une vente existe deja sous le"
                 DISPLAY "numero reserve ", cmd_idVente
              NOT INVALID KEY
                 DISPLAY "Vente ", fv_id, " creee au retrait"
                 MOVE "CREER_VENTE_COMMANDE" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fventes" TO journalFichier
                 MOVE fv_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
                 PERFORM EXPORTER_ECRITURES_COMMANDE
           END-WRITE
           CLOSE fventes
           MOVE cmd_id TO fv_id
           MOVE cmd_dateCommande TO fv_dateVente.

           *>Cette méthode affiche les lignes de la commande presente
           *>dans le tampon tamp_fvente avec leur etat d'arrivee ;
           *>nbLignesCommande ressort a 0 pour une commande sans
                               WHEN 0 DISPLAY "   En attente"
                               WHEN 1 DISPLAY "   Arrivee en"
                                      DISPLAY "   boutique"
                               WHEN 2
                                  IF cml_idExpedition > 0 THEN
                                     DISPLAY "   Expediee (colis ",
                                             cml_idExpedition, ")"
                                  ELSE
                                     DISPLAY "   Retiree par le"
                                     DISPLAY "   client"
                                  END-IF
                               WHEN 3 DISPLAY "   Fermee par"
                                      DISPLAY "   annulation"
                           END-EVALUATE
                     NOT INVALID KEY
                        IF LIGNE_CMD_ATTENDUE THEN
                           MOVE 1 TO cml_statut
                           MOVE FUNCTION CURRENT-DATE TO
                                cml_dateArrivee
                           REWRITE tamp_fcommandeLigne
                              NOT INVALID KEY
                                 DISPLAY "Ligne pointee arrivee"
                                 PERFORM PROPOSER_AVIS_ARRIVEE_LIGNE
                                 MOVE "POINTER_ARRIVEES_COMMANDE"
                                      TO journalParagraphe
                                 MOVE "MODIFICATION" TO
               END-IF
           END-PERFORM.

           *>Cette méthode propose de prevenir tout de suite le client
           *>de la ligne qui vient d'etre pointee arrivee ; sans
           *>avis, la ligne reste au briefing du matin jusqu'a ce
           *>qu'il soit prevenu
           PROPOSER_AVIS_ARRIVEE_LIGNE.
           DISPLAY "Prevenir le client maintenant ? (O/N)"
           ACCEPT reponseAvisArrivee
           IF reponseAvisArrivee = "O" OR reponseAvisArrivee = "o"
              THEN
              PERFORM NOTIFIER_ARRIVEE_LIGNE_CMD
              IF nb_client NOT = 0 THEN
                 MOVE FUNCTION CURRENT-DATE TO cml_dateNotification
                 REWRITE tamp_fcommandeLigne
                 END-REWRITE
                 DISPLAY "Client prevenu"
              END-IF
           END-IF.

           *>Cette méthode remet au client les lignes arrivees d'une
           *>commande : chaque ligne remise sort du stock et passe
           *>retiree, le solde du est reduit d'autant (l'acompte
           RETIRER_LIGNES_COMMANDE.
           DISPLAY "Entrez l'id de la commande"
           ACCEPT idCommande
           PERFORM OUVRIR_IO_FCOMMANDES
           MOVE idCommande TO cmd_id
           READ fcommandes KEY IS cmd_id
              INVALID KEY
                 DISPLAY "Erreur, cet id n'est pas attribue"
              NOT INVALID KEY
                 IF NOT COMMANDE_EN_ATTENTE AND
                    NOT COMMANDE_EXPEDIEE THEN
                    DISPLAY "Cette commande n'est pas ouverte"
                 ELSE
                    PERFORM CHARGER_COMMANDE_TAMPON
                    PERFORM REMETTRE_LIGNES_ARRIVEES
                 END-IF
           END-READ
           CLOSE fcommandes.

           *>Cette méthode execute le retrait des lignes arrivees de
           *>la commande presente dans les tampons tamp_fcommande et
           *>tamp_fvente (fcommandes ouvert en entree-sortie par
           *>l'appelant) ; la commande entierement retiree et reglee
           *>donne lieu a la creation de sa vente
           REMETTRE_LIGNES_ARRIVEES.
           MOVE 0 TO montantRetraitLignes
           MOVE 0 TO resteLignesOuvertes
           IF montantRetraitLignes > 0 THEN
              PERFORM ENCAISSER_RETRAIT_LIGNES
              IF resteLignesOuvertes = 0 THEN
                 *>Un reliquat du (arrondis de l'acompte) se regle
                 *>avant que la commande ne devienne une vente
                 IF fv_resteDu > 0 THEN
                    PERFORM REGLER_SOLDE_COMMANDE
                 END-IF
                 MOVE 3 TO fv_statut
                 DISPLAY "Toutes les lignes sont retirees :"
                 DISPLAY "commande livree"
                 DISPLAY "Lignes restantes ouvertes : ",
                         resteLignesOuvertes
              END-IF
              PERFORM RANGER_COMMANDE_TAMPON
              REWRITE tamp_fcommande
                 INVALID KEY
                    DISPLAY "Erreur de mise a jour de la commande"
                 NOT INVALID KEY
                    MOVE "RETIRER_LIGNES_COMMANDE" TO
                         journalParagraphe
                    MOVE "MODIFICATION" TO journalOperation
                    MOVE "fcommandes" TO journalFichier
                    MOVE cmd_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
                    IF COMMANDE_LIVREE THEN
                       PERFORM CREER_VENTE_COMMANDE
                       PERFORM NOTIFIER_CLIENT_COMMANDE
                    END-IF
              END-REWRITE
           IF reponseRetraitLigne = "O" OR
              reponseRetraitLigne = "o" THEN
              MOVE cml_titreComics TO titreRef
              MOVE cml_idRef TO idArticleRef
              MOVE cml_quantite TO quantiteLigne
              PERFORM MAJ_INVENTAIRE
              MOVE 2 TO cml_statut
              *>dans le detail des reglements de la commande, pour
              *>les remises en banque
              IF modeReglementSolde = "CH" THEN
                 MOVE cmd_idVente TO idVenteComposant
                 MOVE montantEncaisseRetrait TO montantComposant
                 PERFORM AJOUTER_COMPOSANT_CHEQUE
              END-IF
           END-IF.

           *>Cette méthode calcule la quantite du titre titreRef
           *>(article idArticleRef) encore disponible pour le panier
           *>en cours : le stock fi_quantite du tampon moins ce que
           *>les lignes deja
           *>saisies du panier promettent deja sur ce titre
           CUMULER_QTE_TITRE_PANIER.
           MOVE 0 TO qteDejaPanier
           PERFORM WITH TEST AFTER UNTIL
               noLigneVente > nbLignesVente
               IF nbLignesVente > 0 AND
                  lvIdRef(noLigneVente) = idArticleRef THEN
                  ADD lvQuantite(noLigneVente) TO qteDejaPanier
                      END-ADD
               END-IF
               MOVE fv_id TO fvl_idVente
               MOVE noLigneVente TO fvl_noLigne
               MOVE lvTitre(noLigneVente) TO fvl_titreComics
               MOVE lvIdRef(noLigneVente) TO fvl_idRef
               MOVE lvQuantite(noLigneVente) TO fvl_quantite
               MOVE lvPrixUnitaireHT(noLigneVente) TO
                    fvl_prixUnitaireHT
               MOVE lvMontantTVA(noLigneVente) TO fvl_montantTVA
               MOVE lvPrixLigneTTC(noLigneVente) TO fvl_prixLigneTTC
               MOVE lvTauxTVA(noLigneVente) TO fvl_tauxTVA
               MOVE lvPrixPublicHT(noLigneVente) TO fvl_prixPublicHT
               MOVE lvRemiseEcretee(noLigneVente) TO
                    fvl_remiseEcretee
               MOVE lvRegimeMarge(noLigneVente) TO fvl_regimeMarge
               MOVE lvCoutAchatMarge(noLigneVente) TO
                    fvl_coutAchatMarge
               WRITE tamp_fventeLigne
               END-WRITE
               ADD 1 TO noLigneVente END-ADD
                MOVE 0 TO noLigneVente
                MOVE 0 TO cumulTVAReduit
                MOVE 0 TO cumulTVANormal
                MOVE 0 TO cumulTVAMarge
                MOVE 0 TO nbLignesMarge
                OPEN INPUT fventesLignes
                MOVE fv_id TO fvl_idVente
                MOVE 0 TO fvl_noLigne
                                      DELIMITED BY SIZE
                                      INTO ligneTicket
                               WRITE ligneTicket
                               *>Une ligne sous regime de la marge
                               *>ne fait apparaitre aucune TVA
                               IF LIGNE_REGIME_MARGE THEN
                                  ADD 1 TO nbLignesMarge END-ADD
                                  ADD fvl_montantTVA TO
                                      cumulTVAMarge END-ADD
                               ELSE IF fvl_tauxTVA = TAUX_TVA_REDUIT
                                  THEN
                                  ADD fvl_montantTVA TO
                                      cumulTVAReduit END-ADD
                               ELSE
                          INTO ligneTicket
                   WRITE ligneTicket
                END-IF
                *>La provenance des exemplaires signes ou certifies
                *>accompagne le client avec son recu
                PERFORM ECRIRE_PROVENANCES_VENTE
                *>Ventilation de la TVA par taux, exigee sur les
                *>tickets des lors que deux taux coexistent
                IF cumulTVAReduit > 0 THEN
                          INTO ligneTicket
                   WRITE ligneTicket
                END-IF
                *>Les biens d'occasion sous regime de la marge
                *>sont comptes pour leur prix total, sans TVA
                *>apparente, et portent la mention legale
                IF nbLignesMarge > 0 THEN
                   MOVE "Regime particulier - biens d'occasion"
                        TO ligneTicket
                   WRITE ligneTicket
                   MOVE "(art. 297 A du CGI) : TVA non apparente"
                        TO ligneTicket
                   WRITE ligneTicket
                END-IF
                ADD fv_prixVenteHT cumulTVAMarge GIVING totalFactureHT
                SUBTRACT cumulTVAMarge FROM fv_montantTVA
                    GIVING totalFactureTVA
                STRING "Prix HT : " DELIMITED BY SIZE
                       totalFactureHT DELIMITED BY SIZE
                       INTO ligneTicket
                WRITE ligneTicket
                STRING "Montant TVA : " DELIMITED BY SIZE
                       totalFactureTVA DELIMITED BY SIZE
                       INTO ligneTicket
                WRITE ligneTicket
                STRING "Prix TTC : " DELIMITED BY SIZE
                       fc_ptsFidelite DELIMITED BY SIZE
                       INTO ligneTicket
                WRITE ligneTicket
                *>Les bons de retour gagnes sur cette vente sont
                *>imprimes en bas du recu
                PERFORM EMETTRE_BONS_RETOUR
                CLOSE fticket
                DISPLAY "Recu enregistre dans : ", nomTicket
                *>Le recu entre au catalogue des documents
                PERFORM ENREGISTRER_DOCUMENT.

           *>Cette méthode vérifie si le titre du comic entré existe
           *>ou non (son id dans idArticleRef)
           VERIF_NOM_REF.
                MOVE 0 TO idArticleRef
                OPEN INPUT finventaire
                MOVE titreRef TO fi_titre
                READ finventaire KEY IS fi_titre
                *>Le comic n'existe pas
                INVALID KEY MOVE 0 TO trouveVente
                *>Le comic existe déjà
                NOT INVALID KEY
                   MOVE 1 TO trouveVente
                   MOVE fi_id TO idArticleRef
                END-READ                
                CLOSE finventaire

           *>de TVA (au taux tauxTVA) et le prix total TTC
           RECUPERER_PRIX_DE_VENTE.
                OPEN INPUT finventaire
                MOVE idArticleRef TO fi_id
                READ finventaire KEY IS fi_id
                INVALID KEY DISPLAY "Erreur : ce comic n'existe pas"
                NOT INVALID KEY
                    MOVE fi_prix TO fv_prixVenteHT
                    *>Les regles de soldes par dates s'appliquent
                    *>d'elles-memes, sans code a taper en caisse
                    PERFORM APPLIQUER_SOLDES_AUTO
                    *>Sur un livre, le cumul de ces remises reste
                    *>borne par la loi sur le prix unique du livre
                    PERFORM PLAFONNER_REMISE_LIVRE
                    *>Le taux de TVA depend de la categorie de
                    *>l'article (taux reduit pour les livres et BD,
                    *>taux normal pour le reste)
                        GIVING fv_montantTVA ROUNDED
                    ADD fv_prixVenteHT fv_montantTVA
                        GIVING fv_prixVente
                    *>Un exemplaire rachete a un particulier n'est
                    *>taxe que sur sa marge
                    PERFORM APPLIQUER_REGIME_MARGE
                CLOSE finventaire.

      *>Cette méthode choisit le taux de TVA applicable a l'article
                   NOT INVALID KEY
                      IF CLIENT_FIDELE THEN
                         MOVE TAUX_REMISE_FIDELE TO tauxRemiseClient
                      ELSE IF CLIENT_PROFESSIONNEL OR
                              CLIENT_COLLECTIVITE THEN
                         MOVE TAUX_REMISE_PRO TO tauxRemiseClient
                      END-IF
                END-READ
           *>unite de monnaie), et retire les points utilises de son
           *>solde
           PROPOSER_REDEMPTION_VENTE.
           *>Le plancher des livres du panier est calcule avant
           *>l'ouverture de fclients en entree-sortie
           PERFORM CALCULER_PLANCHER_LIVRES
           *>Un membre de foyer utilise le solde commun du foyer
           MOVE fv_client TO idClientFoyer
           PERFORM TROUVER_TITULAIRE_FOYER
           PERFORM OUVRIR_IO_FCLIENTS
           MOVE titulaireFoyer TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Erreur : ce client n'existe pas"
              NOT INVALID KEY
                       IF montantReduction > fv_prixVente THEN
                          MOVE fv_prixVente TO montantReduction
                       END-IF
                       *>Prix unique du livre : seuls les points
                       *>qui laissent les livres au-dessus de leur
                       *>prix plancher sont consommes
                       MOVE montantReduction TO remisePanierDemandee
                       PERFORM ECRETER_REMISE_PANIER
                       IF remisePanierEcretee > 0 THEN
                          MOVE remisePanierDemandee TO ptsARedeemer
                          COMPUTE remisePanierEcretee =
                               montantReduction - ptsARedeemer
                          MOVE ptsARedeemer TO montantReduction
                          PERFORM REPARTIR_ECRETAGE_LIVRES
                          DISPLAY "Points utilises : ", ptsARedeemer
                       END-IF
                       COMPUTE montantRemiseHT ROUNDED =
                            montantReduction / (1 + tauxTVA)
                       COMPUTE montantRemiseTVA =
                             MOVE "fclients" TO journalFichier
                             MOVE fc_id TO journalCle
                             PERFORM ENREGISTRER_JOURNAL
                             IF ptsARedeemer > 0 THEN
                                MOVE fc_id TO clientMouvPts
                                MOVE "UT" TO typeMouvPts
                                MOVE "-" TO sensMouvPts
                                MOVE ptsARedeemer TO nbPtsMouv
                                MOVE fv_id TO referenceMouvPts
                                MOVE fv_client TO membreMouvPts
                                PERFORM ENREGISTRER_MOUV_POINTS
                             END-IF
                       END-REWRITE
                    END-IF
                 END-IF
           VERIF_STOCKS.
           MOVE 0 TO fv_statut
           OPEN INPUT finventaire
               MOVE idArticleRef TO fi_id
               READ finventaire KEY IS fi_id
               INVALID KEY DISPLAY "Erreur : ce comic n'existe pas"
               NOT INVALID KEY
               *>Le comic possède des exemplaires en stock
           *>Cette méthode ajoute  1 point de fidélité au client
           *>qui a affectué un achat de comic
           AJOUTER_PTS_FIDELITE.
           *>Les points d'un membre de foyer sont portes par le
           *>titulaire du foyer
           MOVE fv_client TO idClientFoyer
           PERFORM TROUVER_TITULAIRE_FOYER
           PERFORM OUVRIR_IO_FCLIENTS
           MOVE titulaireFoyer TO fc_id
           READ fclients KEY IS fc_id
                INVALID KEY
                        DISPLAY "Erreur : ce client n'existe pas"
                 MOVE "fclients" TO journalFichier
                 MOVE fc_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
                 MOVE fc_id TO clientMouvPts
                 MOVE "GA" TO typeMouvPts
                 MOVE "+" TO sensMouvPts
                 MOVE TAUX_PTS_FIDELITE TO nbPtsMouv
                 MOVE fv_id TO referenceMouvPts
                 MOVE fv_client TO membreMouvPts
                 PERFORM ENREGISTRER_MOUV_POINTS
                        END-REWRITE
           END-READ
           CLOSE fclients
           *>Cette méthode retire 1 pts de fidélité au client suite au
           *>retour d'une vente, sans descendre sous 0
           RETIRER_PTS_FIDELITE.
           *>Les points d'un membre de foyer sont portes par le
           *>titulaire du foyer
           MOVE fv_client TO idClientFoyer
           PERFORM TROUVER_TITULAIRE_FOYER
           PERFORM OUVRIR_IO_FCLIENTS
           MOVE titulaireFoyer TO fc_id
           READ fclients KEY IS fc_id
                INVALID KEY
                        DISPLAY "Erreur : ce client n'existe pas"
                NOT INVALID KEY
                        MOVE fc_ptsFidelite TO ancienSoldePts
                        IF fc_ptsFidelite >= TAUX_PTS_FIDELITE THEN
                           SUBTRACT TAUX_PTS_FIDELITE FROM
                                fc_ptsFidelite END-SUBTRACT
                 MOVE "fclients" TO journalFichier
                 MOVE fc_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
                 IF ancienSoldePts > fc_ptsFidelite THEN
                    MOVE fc_id TO clientMouvPts
                    MOVE "RE" TO typeMouvPts
                    MOVE "-" TO sensMouvPts
                    COMPUTE nbPtsMouv = ancienSoldePts - fc_ptsFidelite
                    MOVE fv_id TO referenceMouvPts
                    MOVE fv_client TO membreMouvPts
                    PERFORM ENREGISTRER_MOUV_POINTS
                 END-IF
                        END-REWRITE
           END-READ
           CLOSE fclients.
           *>quantite quantiteLigne de la ligne de panier vendue
           MAJ_INVENTAIRE.
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE idArticleRef TO fi_id
           READ finventaire KEY IS fi_id
                INVALID KEY DISPLAY "Erreur : ce comic n'existe pas"
                NOT INVALID KEY
                        *>Dans le cas où il s'agit d'une vente, c'est à
                     MOVE fi_titre TO journalCle
                     PERFORM ENREGISTRER_JOURNAL
                     MOVE fi_titre TO mouvStockTitre
                     MOVE fi_id TO mouvStockIdRef
                     COMPUTE mouvStockQuantite = 0 - quantiteLigne
                     MOVE "VENTE" TO mouvStockMotif
                     MOVE fv_id TO mouvStockReference
           ACCEPT idCommande


           PERFORM OUVRIR_IO_FCOMMANDES
           MOVE idCommande TO cmd_id
           READ fcommandes KEY IS cmd_id
                *>L'id donné n'existe pas
                INVALID KEY 
                DISPLAY "Erreur, cet id n'est pas attribue" 
                *>L'id donné existe 
                NOT INVALID KEY 
                        *>Mais la commande est close : livree (sa
                        *>vente existe, un retour passe par la vente)
                        *>ou annulee
                        IF COMMANDE_LIVREE OR COMMANDE_ANNULEE THEN
                        PERFORM CHARGER_COMMANDE_TAMPON
                        PERFORM OBTENIR_LIBELLE_STATUT
                        DISPLAY "Commande close (", libelleStatut,
                                ") : statut inchange"
                        *>Il s'agit bien d'une commande ouverte
                        ELSE
                        PERFORM CHARGER_COMMANDE_TAMPON
                        *>Affichage du statut actuelle de la commande
                        PERFORM OBTENIR_LIBELLE_STATUT
                        DISPLAY "Statut de la commande :", libelleStatut
                      PERFORM REGLER_SOLDE_COMMANDE
                   END-IF
                   MOVE etatStatut TO fv_statut
                   PERFORM RANGER_COMMANDE_TAMPON
                   *>On écrit la modification
                   REWRITE tamp_fcommande
                   INVALID KEY
                      DISPLAY "Erreur de mise à jour du statut"
                   NOT INVALID KEY
                      DISPLAY "Modification enregistree"
                      MOVE "MAJ_STATUT_COMMANDE" TO journalParagraphe
                      MOVE "MODIFICATION" TO journalOperation
                      MOVE "fcommandes" TO journalFichier
                      MOVE cmd_id TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                      *>Une commande annulee rend la quantite
                      *>reservee au stock de l'inventaire
                      IF etatStatut = 5 AND
                         ancienStatutCommande NOT = 5 THEN
                         MOVE fv_titreComics TO titreRef
                         MOVE fv_idRef TO idArticleRef
                         MOVE 1 TO quantiteRestaur
                         PERFORM RESTAURER_STOCK_RETOUR
                         *>L'acompte encaisse a la prise de la
                            PERFORM ENREGISTRER_REMBOURSEMENT
                         END-IF
                      END-IF
                      *>La remise au client de la commande reglee cree
                      *>sa vente, dont les ecritures partent vers le
                      *>comptable, le balayage quotidien ne couvrant
                      *>que les ventes au comptant
                      IF etatStatut = 3 AND
                         ancienStatutCommande NOT = 3 THEN
                         PERFORM CREER_VENTE_COMMANDE
                      END-IF
                      *>Le client est prevenu de l'avancement de sa
                      *>commande, pour qu'il n'ait plus a rappeler
                   END-REWRITE
                END-IF
           END-READ
           CLOSE fcommandes.

           *>Cette méthode envoie une notification (par mail, via
           *>fc_mail) au client dont la commande vient de changer de
                   DISPLAY rangAffiche, ". ",
                        palTitre(idxMinPalmares), " - ",
                        palCompteur(idxMinPalmares), " vente(s)"
                   MOVE palIdRef(idxMinPalmares) TO fi_id
                   OPEN INPUT finventaire
                   READ finventaire KEY IS fi_id
                       NOT INVALID KEY
                           DISPLAY "   Auteur : ", fi_auteur
                   END-READ
                   IF fv_statut = 0 THEN
                       MOVE fv_id TO idVenteTva
                       MOVE fv_titreComics TO titreVenteTva
                       MOVE fv_idRef TO idRefVenteTva
                       MOVE fv_prixVente TO montantTVAVente
                       PERFORM LIBERER_LIGNES_MEILLEURES
                   END-IF
                   IF fva_statut = 0 THEN
                       MOVE fva_id TO idVenteTva
                       MOVE fva_titreComics TO titreVenteTva
                       MOVE fva_idRef TO idRefVenteTva
                       MOVE fva_prixVente TO montantTVAVente
                       PERFORM LIBERER_LIGNES_MEILLEURES
                   END-IF
                        ELSE
                           ADD 1 TO noLigneVente END-ADD
                           MOVE fvl_titreComics TO tri_cle
                           MOVE fvl_idRef TO tri_idRef
                           MOVE fvl_quantite TO tri_quantite
                           MOVE fvl_prixLigneTTC TO tri_montant
                           RELEASE tamp_tri
           CLOSE fventesLignes
           IF noLigneVente = 0 THEN
              MOVE titreVenteTva TO tri_cle
              MOVE idRefVenteTva TO tri_idRef
              MOVE 1 TO tri_quantite
              MOVE montantTVAVente TO tri_montant
              RELEASE tamp_tri
                           PERFORM CLORE_GROUPE_MEILLEURES
                        END-IF
                        MOVE tri_cle TO triCleCourante
                        MOVE tri_idRef TO idRefTriCourant
                        MOVE 0 TO triCompteurGroupe
                     END-IF
                     ADD tri_quantite TO triCompteurGroupe END-ADD
           IF nbPalmares < TOP_N AND nbPalmares < 100 THEN
              ADD 1 TO nbPalmares
              MOVE triCleCourante TO palTitre(nbPalmares)
              MOVE idRefTriCourant TO palIdRef(nbPalmares)
              MOVE triCompteurGroupe TO palCompteur(nbPalmares)
           ELSE
              PERFORM TROUVER_MIN_PALMARES
                 triCompteurGroupe >
                 palCompteur(idxMinPalmares) THEN
                 MOVE triCleCourante TO palTitre(idxMinPalmares)
                 MOVE idRefTriCourant TO palIdRef(idxMinPalmares)
                 MOVE triCompteurGroupe TO
                      palCompteur(idxMinPalmares)
              END-IF
          *>Elle correspond à la fonctionnalité 'Accéder à l'historique
          *>des commandes'
           AFFICHER_COMMANDE. 
                OPEN INPUT fcommandes
                MOVE 1 TO Wfin
                *>Lecture séquentielle du fichier jusqu'à sa fin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ fcommandes NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END 
                        PERFORM CHARGER_COMMANDE_TAMPON
                        *>Affichage des informations liées à la commande
                        DISPLAY "Id de la commande :", cmd_id
                        PERFORM OBTENIR_LIBELLE_STATUT
                        DISPLAY "Statut de la commande :", libelleStatut
                        DISPLAY "Date de la commande :",
                                cmd_dateCommande
                        DISPLAY "Comic commande :", cmd_titreComics
                        DISPLAY "Prix :", cmd_prixVente
                        DISPLAY "Acompte encaisse :", cmd_acompte
                        DISPLAY "Reste du :", cmd_resteDu
                        DISPLAY "Id du client :", cmd_client
                        IF COMMANDE_LIVREE THEN
                           DISPLAY "Vente au retrait :", cmd_idVente
                        END-IF
                        DISPLAY "----------------------------------"
                   END-READ
                END-PERFORM
                CLOSE fcommandes.
          
           *>Cette méthode affiche la liste des ventes du magasin
           *>Elle correspond à la fonctionnalité 'Accéder à l'historique
                               libelleEtapeCloture
                    WHEN 9 MOVE "TRANSMISSION NOTIFICATIONS" TO
                               libelleEtapeCloture
                    WHEN 10 MOVE "EXPORTS DU SITE WEB" TO
                               libelleEtapeCloture
                    WHEN 11 MOVE "ALERTE STOCK BAS" TO
                               libelleEtapeCloture
                    WHEN 12 MOVE "PHOTO DU STOCK" TO
                               libelleEtapeCloture
                    WHEN 13 MOVE "SORTIES DU CALENDRIER" TO
                               libelleEtapeCloture
                    WHEN 14 MOVE "PROPOSITIONS FOC" TO
                               libelleEtapeCloture
                    WHEN 15 MOVE "RETOURS EN OFFICE" TO
                               libelleEtapeCloture
                    WHEN 16 MOVE "RELANCE BONS EXPIRANT" TO
                               libelleEtapeCloture
                    WHEN 17 MOVE "EXPIRATION POINTS FIDELITE" TO
                               libelleEtapeCloture
                    WHEN 18 MOVE "REVUE DES STATUTS CLIENTS" TO
                               libelleEtapeCloture
                    WHEN 19 MOVE "REEQUILIBRAGE MAGASINS" TO
                               libelleEtapeCloture
                    WHEN 20 MOVE "COHERENCE DU STOCK" TO
                               libelleEtapeCloture
                    WHEN 21 MOVE "CONSERVATION MENSUELLE" TO
                               libelleEtapeCloture
                END-EVALUATE
                MOVE 0 TO etapeDejaFaite
                OPEN I-O fruncontrol
                    WHEN 1 PERFORM VERIFIER_INTEGRITE_FICHIERS
                    WHEN 2 PERFORM RAPPORT_FERMETURE
                    WHEN 3 PERFORM RAPPORT_SESSIONS_CAISSE
                    WHEN 4 PERFORM GENERER_DEPENSES_RECURRENTES
                           PERFORM EXPORTER_ECRITURES_COMPTABLES
                    WHEN 5 PERFORM RAPPORT_RECONCILIATION_STOCK
                    WHEN 6 PERFORM GENERER_BON_COMMANDE
                    WHEN 7 PERFORM LIBERER_RESERVATIONS_EXPIREES
                    WHEN 8 PERFORM RAPPORT_PREPARATION_COMMANDES
                    WHEN 9 PERFORM TRANSMETTRE_NOTIFICATIONS
                    WHEN 10 PERFORM EXPORTER_CATALOGUE_BATCH
                            PERFORM EXPORTER_COMPTES_WEB_BATCH
                            PERFORM LIBERER_ANNONCES_ECHUES
                    WHEN 11 PERFORM ALERTER_STOCK_BAS
                    WHEN 12 PERFORM PHOTOGRAPHIER_STOCK_JOUR
                    WHEN 13 PERFORM LIBERER_SORTIES_DU_JOUR
                    WHEN 14 PERFORM PROPOSER_QUANTITES_FOC
                    WHEN 15 PERFORM RAPPORT_RETOURS_OFFICE_HEBDO
                    WHEN 16 PERFORM RELANCER_BONS_EXPIRANT
                    WHEN 17 PERFORM EXPIRER_PTS_FIDELITE
                    WHEN 18 PERFORM REVUE_STATUTS_PLANIFIEE
                    WHEN 19 PERFORM PROPOSER_REEQUILIBRAGE_HEBDO
                    WHEN 20 PERFORM CONTROLER_COHERENCE_NOCTURNE
                    WHEN 21 PERFORM PURGER_CONSERVATION_MENSUELLE
                END-EVALUATE.

           *>Cette méthode regroupe les ventes, les achats et l'etat du
                          COMPUTE joursEcartFacture =
                              entierDateJour
                              - FUNCTION INTEGER-OF-DATE(dateJourNum)
                          *>Une fenetre qui se ferme un jour de
                          *>fermeture court jusqu'a la reouverture
                          IF joursEcartFacture >
                             FENETRE_RETOUR_JOURS AND
                             OPTION_CAL_ACTIVE(OPT_CAL_RETOUR) THEN
                             MOVE FUNCTION DATE-OF-INTEGER(
                                  FUNCTION INTEGER-OF-DATE(
                                  dateJourNum) + FENETRE_RETOUR_JOURS)
                                  TO dateCalendrier
                             PERFORM REPORTER_JOUR_OUVERT
                             IF FUNCTION INTEGER-OF-DATE(
                                dateCalendrier) >= entierDateJour
                                THEN
                                DISPLAY "Fenetre de retour prolongee"
                                DISPLAY "jusqu'au ", dateCalendrier,
                                        " (reouverture)"
                                MOVE FENETRE_RETOUR_JOURS TO
                                     joursEcartFacture
                             END-IF
                          END-IF
                          IF joursEcartFacture >
                             FENETRE_RETOUR_JOURS THEN
                             DISPLAY "Vente vieille de ",
                       IF retourAutorise = 1 THEN
                       PERFORM RESTAURER_STOCK_VENTE
                       PERFORM RETIRER_PTS_FIDELITE
                       *>Un achat du personnel retourne sort du
                       *>plafond du mois et sa retenue sur salaire
                       *>est annulee
                       PERFORM ANNULER_ACHAT_PERSONNEL
                       MOVE 4 TO fv_statut
                       REWRITE tamp_fvente
                          INVALID KEY
                             PERFORM ENREGISTRER_JOURNAL
                             *>Le remboursement est trace, et une
                             *>sortie de caisse est ecrite s'il est
                             *>fait en especes ; la part retenue sur
                             *>salaire n'est pas remboursee, la
                             *>retenue etant annulee
                             COMPUTE montantRembourse =
                                 fv_prixVente - montantRetenueSalaire
                             IF retenueAnnulee = 0 OR
                                montantRembourse > 0 THEN
                                PERFORM ENREGISTRER_REMBOURSEMENT
                             ELSE
                                DISPLAY "Retenue sur salaire annulee,"
                                DISPLAY "rien a rembourser en caisse"
                             END-IF
                       END-REWRITE
                       END-IF
                    END-IF
                            ELSE
                               ADD 1 TO noLigneVente END-ADD
                               MOVE fvl_titreComics TO titreRef
                               MOVE fvl_idRef TO idArticleRef
                               MOVE fvl_quantite TO quantiteRestaur
                               PERFORM RESTAURER_STOCK_RETOUR
                            END-IF
                CLOSE fventesLignes
                IF noLigneVente = 0 THEN
                   MOVE fv_titreComics TO titreRef
                   MOVE fv_idRef TO idArticleRef
                   MOVE 1 TO quantiteRestaur
                   PERFORM RESTAURER_STOCK_RETOUR
                END-IF
           *>renseignes pour la vente d'un exemplaire precis
           CHOISIR_EXEMPLAIRE_VENTE.
                MOVE 0 TO exemplaireChoisi
                MOVE 0 TO exemplaireRegimeMarge
                MOVE 0 TO coutAchatExemplaire
                MOVE 0 TO nbExemplairesStock
                MOVE 1 TO WfinExemplaire
                OPEN INPUT fexemplaires
                    READ fexemplaires NEXT
                    AT END MOVE 0 TO WfinExemplaire
                    NOT AT END
                        IF fe_idRef = idArticleRef AND
                           EXEMPLAIRE_EN_STOCK THEN
                           IF nbExemplairesStock = 0 THEN
                              DISPLAY "Exemplaires en stock pour ce"
                            DISPLAY "Exemplaire inconnu, vente sans"
                            DISPLAY "distinction d'exemplaire"
                         NOT INVALID KEY
                            IF fe_idRef = idArticleRef AND
                               EXEMPLAIRE_EN_STOCK THEN
                               *>Un exemplaire deja promis dans le
                               *>panier d'un autre poste ne peut pas
                               ELSE
                                  MOVE 1 TO exemplaireChoisi
                                  MOVE fe_prix TO prixExemplaire
                                  MOVE fe_regimeMarge TO
                                       exemplaireRegimeMarge
                                  MOVE fe_coutAchat TO
                                       coutAchatExemplaire
                               END-IF
                            ELSE IF EXEMPLAIRE_EN_ANNONCE THEN
                               DISPLAY "Cet exemplaire est annonce sur"
                               DISPLAY "la place de marche : retirez"
                               DISPLAY "d'abord son annonce"
                            ELSE
                               DISPLAY "Cet exemplaire ne correspond"
                               DISPLAY "pas au titre ou n'est plus en"
                               DISPLAY "stock"
                            END-IF
                            END-IF
                      END-READ
                      CLOSE fexemplaires
                   END-IF
           *>quantiteRestaur du titre titreRef suite a un retour
           RESTAURER_STOCK_RETOUR.
                PERFORM OUVRIR_IO_FINVENTAIRE
                MOVE idArticleRef TO fi_id
                READ finventaire KEY IS fi_id
                   INVALID KEY DISPLAY "Erreur : ce comic n'existe pas"
                   NOT INVALID KEY
                      ADD quantiteRestaur TO fi_quantite END-ADD
                            MOVE fi_titre TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                            MOVE fi_titre TO mouvStockTitre
                            MOVE fi_id TO mouvStockIdRef
                            MOVE quantiteRestaur TO mouvStockQuantite
                            MOVE "RETOUR" TO mouvStockMotif
                            MOVE fv_id TO mouvStockReference
                      MOVE fv_statut TO fva_statut
                      MOVE fv_dateVente TO fva_dateVente
                      MOVE fv_titreComics TO fva_titreComics
                      MOVE fv_idRef TO fva_idRef
                      MOVE fv_prixVenteHT TO fva_prixVenteHT
                      MOVE fv_montantTVA TO fva_montantTVA
                      MOVE fv_prixVente TO fva_prixVente
                      MOVE fv_client TO fva_client
                      MOVE fv_employe TO fva_employe
                      MOVE fv_magasin TO fva_magasin
                      WRITE tamp_fventesArchive
                         INVALID KEY
                            DISPLAY "Erreur d'archivage pour la vente",
      *>moment de l'enregistrement d'une vente et, s'il est valide et
      *>actif, applique la remise en pourcentage sur le prix TTC ; le
      *>code utilise est conserve dans fv_codePromo pour permettre par
      *>la suite un rapport d'efficacite des codes promo ; un bon de
      *>retour imprime sur un recu precedent est controle et applique
      *>par APPLIQUER_BON_RETOUR
        APPLIQUER_CODE_PROMO.
           MOVE SPACES TO fv_codePromo
           *>Le code donne avant que le panier soit gare est repris
           *>sans le redemander au client
           IF codePromoGare NOT = SPACES THEN
              MOVE "O" TO reponsePromo
              MOVE codePromoGare TO codePromoSaisi
              MOVE SPACES TO codePromoGare
              DISPLAY "Code promo conserve avec le panier : ",
                      codePromoSaisi
           ELSE
              DISPLAY "Utiliser un code promo ? (O/N)"
              ACCEPT reponsePromo
              IF reponsePromo = "O" OR reponsePromo = "o" THEN
                 DISPLAY "Entrez le code promo"
                 ACCEPT codePromoSaisi
              END-IF
           END-IF
           IF reponsePromo = "O" OR reponsePromo = "o" THEN
              PERFORM OUVRIR_IO_FPROMOTIONS
              MOVE codePromoSaisi TO promo_code
              READ fpromotions KEY IS promo_code
                    DISPLAY "Code promo inconnu"
                 NOT INVALID KEY
                    MOVE FUNCTION CURRENT-DATE TO dateSystemePromo
                    IF PROMO_BON_RETOUR THEN
                       PERFORM APPLIQUER_BON_RETOUR
                    ELSE IF PROMO_INACTIVE THEN
                       DISPLAY "Ce code promo n'est plus actif"
                    ELSE IF promo_dateExpiration(1:8) <
                            dateSystemePromo(1:8) THEN
                          GIVING montantRemisePromo ROUNDED
                       DIVIDE montantRemisePromo BY 100
                          GIVING montantRemisePromo ROUNDED
                       PERFORM DEDUIRE_REMISE_PROMO
                    END-IF
              END-READ
              CLOSE fpromotions
           END-IF.

      *>Cette méthode deduit de la vente la remise montantRemisePromo
      *>accordee par le code saisi, apres plafonnement au prix
      *>plancher des livres du panier, et retient le code sur la vente
        DEDUIRE_REMISE_PROMO.
           *>La remise ne peut pas entamer le prix plancher des
           *>livres du panier
           MOVE montantRemisePromo TO remisePanierDemandee
           PERFORM PLAFONNER_REMISE_PANIER
           MOVE remisePanierDemandee TO montantRemisePromo
           COMPUTE montantRemiseHT ROUNDED =
                montantRemisePromo / (1 + tauxTVA)
           COMPUTE montantRemiseTVA =
                montantRemisePromo - montantRemiseHT
           SUBTRACT montantRemiseHT FROM fv_prixVenteHT
              END-SUBTRACT
           SUBTRACT montantRemiseTVA FROM fv_montantTVA
              END-SUBTRACT
           SUBTRACT montantRemisePromo FROM fv_prixVente
              END-SUBTRACT
           MOVE codePromoSaisi TO fv_codePromo
           DISPLAY "Remise code promo appliquee : ",
                   montantRemisePromo.

      *>Cette méthode propose de passer la vente en achat du
      *>personnel : l'employe acheteur doit etre actif, avoir un
      *>plafond mensuel, et ne pas etre l'employe qui encaisse
        PROPOSER_ACHAT_PERSONNEL.
           MOVE 0 TO achatPersonnel
           DISPLAY "Achat du personnel ? (O/N)"
           ACCEPT reponseAchatPersonnel
           IF reponseAchatPersonnel = "O" OR
              reponseAchatPersonnel = "o" THEN
              DISPLAY "Entrez l'identifiant de l'employe acheteur"
              ACCEPT acheteurPersonnel
              IF acheteurPersonnel = idEmploye THEN
                 DISPLAY "Un employe n'encaisse pas son propre achat"
                 DISPLAY "du personnel : un collegue doit passer la"
                 DISPLAY "vente, qui suit sinon le tarif normal"
              ELSE
                 OPEN INPUT femployes
                 MOVE acheteurPersonnel TO em_id
                 READ femployes KEY IS em_id
                    INVALID KEY
                       DISPLAY "Employe inconnu : vente au tarif normal"
                    NOT INVALID KEY
                       IF EMPLOYE_INACTIF THEN
                          DISPLAY "Compte employe inactif : vente au"
                          DISPLAY "tarif normal"
                       ELSE IF em_plafondMensuel = 0 THEN
                          DISPLAY "Pas d'achat du personnel pour cet"
                          DISPLAY "employe : vente au tarif normal"
                       ELSE
                          MOVE 1 TO achatPersonnel
                          MOVE em_tauxRemisePersonnel TO
                               tauxRemisePersonnel
                          MOVE em_plafondMensuel TO
                               plafondAchatPersonnel
                          DISPLAY "Achat du personnel pour ", em_nom
                          DISPLAY "Remise ", tauxRemisePersonnel,
                                  " % - plafond mensuel ",
                                  plafondAchatPersonnel
                       END-IF
                 END-READ
                 CLOSE femployes
              END-IF
           END-IF.

      *>Cette méthode applique la remise du personnel au panier,
      *>plafonnee au prix plancher des livres, si le montant paye
      *>tient dans le plafond mensuel de l'employe ; sinon la vente
      *>repasse au tarif normal
        APPLIQUER_ACHAT_PERSONNEL.
           MOVE fv_prixVente TO montantBrutPersonnel
           MULTIPLY fv_prixVente BY tauxRemisePersonnel
              GIVING montantRemisePersonnel ROUNDED
           DIVIDE montantRemisePersonnel BY 100
              GIVING montantRemisePersonnel ROUNDED
           *>La remise ne peut pas entamer le prix plancher des
           *>livres du panier
           MOVE montantRemisePersonnel TO remisePanierDemandee
           PERFORM CALCULER_PLANCHER_LIVRES
           PERFORM ECRETER_REMISE_PANIER
           MOVE remisePanierDemandee TO montantRemisePersonnel
           COMPUTE montantNetPersonnel =
               fv_prixVente - montantRemisePersonnel
           MOVE fv_dateVente(1:6) TO moisAchatPersonnel
           PERFORM CUMULER_ACHATS_PERSONNEL_MOIS
           IF cumulAchatsPersonnel + montantNetPersonnel >
              plafondAchatPersonnel THEN
              DISPLAY "Plafond mensuel depasse (deja achete : ",
                      cumulAchatsPersonnel, ", plafond : ",
                      plafondAchatPersonnel, ")"
              DISPLAY "Vente au tarif normal"
              MOVE 0 TO achatPersonnel
           ELSE
              IF remisePanierEcretee > 0 THEN
                 PERFORM REPARTIR_ECRETAGE_LIVRES
              END-IF
              COMPUTE montantRemiseHT ROUNDED =
                   montantRemisePersonnel / (1 + tauxTVA)
              COMPUTE montantRemiseTVA =
                   montantRemisePersonnel - montantRemiseHT
              SUBTRACT montantRemiseHT FROM fv_prixVenteHT
                 END-SUBTRACT
              SUBTRACT montantRemiseTVA FROM fv_montantTVA
                 END-SUBTRACT
              SUBTRACT montantRemisePersonnel FROM fv_prixVente
                 END-SUBTRACT
              MOVE SPACES TO fv_codePromo
              DISPLAY "Remise du personnel appliquee : ",
                      montantRemisePersonnel
              COMPUTE cumulAchatsPersonnel =
                  plafondAchatPersonnel - cumulAchatsPersonnel
                  - montantNetPersonnel
              DISPLAY "Reste sur le plafond du mois : ",
                      cumulAchatsPersonnel
           END-IF.

      *>Cette méthode cumule dans cumulAchatsPersonnel les achats du
      *>personnel non retournes de l'employe acheteurPersonnel sur
      *>le mois moisAchatPersonnel (AAAAMM)
        CUMULER_ACHATS_PERSONNEL_MOIS.
           MOVE 0 TO cumulAchatsPersonnel
           OPEN INPUT fachatsPersonnel
           MOVE acheteurPersonnel TO ap_employe
           START fachatsPersonnel KEY IS = ap_employe
              INVALID KEY MOVE 0 TO WfinAchatPerso
              NOT INVALID KEY MOVE 1 TO WfinAchatPerso
           END-START
           PERFORM UNTIL WfinAchatPerso = 0
               READ fachatsPersonnel NEXT
               AT END MOVE 0 TO WfinAchatPerso
               NOT AT END
                   IF ap_employe NOT = acheteurPersonnel THEN
                      MOVE 0 TO WfinAchatPerso
                   ELSE IF ACHAT_PERSO_VALIDE AND
                           ap_date(1:6) = moisAchatPersonnel THEN
                      ADD ap_montantNet TO cumulAchatsPersonnel
                          END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachatsPersonnel.

      *>Cette méthode enregistre la fiche d'achat du personnel de la
      *>vente qui vient d'etre ecrite, avec la part a retenir sur
      *>le salaire de l'employe
        ENREGISTRER_ACHAT_PERSONNEL.
           MOVE fv_id TO ap_idVente
           MOVE acheteurPersonnel TO ap_employe
           MOVE fv_dateVente(1:8) TO ap_date
           MOVE idEmploye TO ap_caissier
           MOVE montantBrutPersonnel TO ap_montantBrut
           MOVE montantRemisePersonnel TO ap_remise
           MOVE montantNetPersonnel TO ap_montantNet
           MOVE montantRetenueSalaire TO ap_retenueSalaire
           MOVE "V" TO ap_statut
           OPEN I-O fachatsPersonnel
           WRITE tamp_fachatPersonnel
              INVALID KEY
                 DISPLAY "ERREUR : achat du personnel non enregistre"
                 DISPLAY "(cle en double)"
              NOT INVALID KEY
                 IF montantRetenueSalaire > 0 THEN
                    DISPLAY "Retenue sur salaire de ",
                            acheteurPersonnel, " : ",
                            montantRetenueSalaire
                 END-IF
                 MOVE "ENREGISTRER_ACHAT_PERSONNEL" TO
                      journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fachatsPersonnel" TO journalFichier
                 MOVE ap_idVente TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE fachatsPersonnel.

      *>Cette méthode marque retourne l'achat du personnel de la
      *>vente fv_id s'il en est un : il sort du plafond du mois et
      *>sa retenue sur salaire, ressortie dans montantRetenueSalaire,
      *>est annulee (retenueAnnulee a 1)
        ANNULER_ACHAT_PERSONNEL.
           MOVE 0 TO retenueAnnulee
           MOVE 0 TO montantRetenueSalaire
           OPEN I-O fachatsPersonnel
           MOVE fv_id TO ap_idVente
           READ fachatsPersonnel KEY IS ap_idVente
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF ACHAT_PERSO_VALIDE THEN
                    MOVE "R" TO ap_statut
                    REWRITE tamp_fachatPersonnel
                       INVALID KEY
                          DISPLAY "Erreur de mise a jour de l'achat"
                          DISPLAY "du personnel"
                       NOT INVALID KEY
                          DISPLAY "Achat du personnel de ", ap_employe,
                                  " annule"
                          IF ap_retenueSalaire > 0 THEN
                             MOVE ap_retenueSalaire TO
                                  montantRetenueSalaire
                             MOVE 1 TO retenueAnnulee
                             DISPLAY "Retenue sur salaire annulee : ",
                                     ap_retenueSalaire
                          END-IF
                          MOVE "ANNULER_ACHAT_PERSONNEL" TO
                               journalParagraphe
                          MOVE "MODIFICATION" TO journalOperation
                          MOVE "fachatsPersonnel" TO journalFichier
                          MOVE ap_idVente TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE fachatsPersonnel.

      *>Cette méthode etablit l'etat mensuel des achats du
      *>personnel : pour chaque employe, ses achats du mois, la
      *>remise accordee et le montant a retenir sur sa paie ; les
      *>achats retournes sont listes sans entrer dans les totaux
        RAPPORT_ACHATS_PERSONNEL.
           MOVE SPACES TO moisAchatPersonnel
           PERFORM WITH TEST AFTER UNTIL
                   moisAchatPersonnel IS NUMERIC AND
                   moisAchatPersonnel(5:2) > "00" AND
                   moisAchatPersonnel(5:2) < "13"
                   DISPLAY "Entrez le mois de paie (AAAAMM)"
                   ACCEPT moisAchatPersonnel
           END-PERFORM
           MOVE 0 TO totalRetenuesPerso
           MOVE 0 TO totalRemisesPerso
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "ACHATS-PERSONNEL-" DELIMITED BY SIZE
                  moisAchatPersonnel DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Achats du personnel du mois " DELIMITED BY SIZE
                  moisAchatPersonnel DELIMITED BY SIZE
                  " - edite le " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Employe;Vente;Date;Brut;Remise;Paye;Retenue;Statut"
                  DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           DISPLAY "-- ACHATS DU PERSONNEL ", moisAchatPersonnel,
                   " --"
           MOVE 1 TO WfinEmploye
           OPEN INPUT femployes
           PERFORM UNTIL WfinEmploye = 0
               READ femployes NEXT
               AT END MOVE 0 TO WfinEmploye
               NOT AT END PERFORM BILAN_ACHATS_PERSONNEL
               END-READ
           END-PERFORM
           CLOSE femployes
           MOVE totalRemisesPerso TO montantPersoEdition
           MOVE totalRetenuesPerso TO montantPersoEdition2
           MOVE SPACES TO ligneRapport
           STRING "Total;;;;" DELIMITED BY SIZE
                  montantPersoEdition DELIMITED BY SIZE
                  ";;" DELIMITED BY SIZE
                  montantPersoEdition2 DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Remises accordees : ", montantPersoEdition
           DISPLAY "Retenues sur salaire : ", montantPersoEdition2
           DISPLAY "Rapport enregistre dans : ", nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode liste les achats du mois de l'employe courant
      *>du fichier femployes et ecrit sa ligne de total (montant a
      *>retenir sur la paie, plafond consomme)
        BILAN_ACHATS_PERSONNEL.
           MOVE 0 TO nbAchatsPersoEmp
           MOVE 0 TO brutPersoEmp
           MOVE 0 TO remisePersoEmp
           MOVE 0 TO netPersoEmp
           MOVE 0 TO retenuePersoEmp
           OPEN INPUT fachatsPersonnel
           MOVE em_id TO ap_employe
           START fachatsPersonnel KEY IS = ap_employe
              INVALID KEY MOVE 0 TO WfinAchatPerso
              NOT INVALID KEY MOVE 1 TO WfinAchatPerso
           END-START
           PERFORM UNTIL WfinAchatPerso = 0
               READ fachatsPersonnel NEXT
               AT END MOVE 0 TO WfinAchatPerso
               NOT AT END
                   IF ap_employe NOT = em_id THEN
                      MOVE 0 TO WfinAchatPerso
                   ELSE IF ap_date(1:6) = moisAchatPersonnel THEN
                      PERFORM ECRIRE_ACHAT_PERSONNEL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachatsPersonnel
           IF nbAchatsPersoEmp > 0 THEN
              ADD remisePersoEmp TO totalRemisesPerso END-ADD
              ADD retenuePersoEmp TO totalRetenuesPerso END-ADD
              MOVE brutPersoEmp TO montantPersoEdition
              MOVE remisePersoEmp TO montantPersoEdition2
              MOVE netPersoEmp TO montantPersoEdition3
              MOVE retenuePersoEmp TO montantPersoEdition4
              DISPLAY em_id, " ", em_nom
              DISPLAY "   Achats : ", nbAchatsPersoEmp,
                      " remise : ", montantPersoEdition2,
                      " a retenir : ", montantPersoEdition4
              MOVE SPACES TO ligneRapport
              STRING "Total " DELIMITED BY SIZE
                     em_id DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     em_nom DELIMITED BY "  "
                     ";;" DELIMITED BY SIZE
                     montantPersoEdition DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition2 DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition3 DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition4 DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE em_plafondMensuel TO montantPersoEdition
              MOVE SPACES TO ligneRapport
              STRING "   A retenir sur la paie : " DELIMITED BY SIZE
                     montantPersoEdition4 DELIMITED BY SIZE
                     " - plafond consomme " DELIMITED BY SIZE
                     montantPersoEdition3 DELIMITED BY SIZE
                     " / " DELIMITED BY SIZE
                     montantPersoEdition DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode ecrit la ligne d'un achat du personnel dans
      *>l'etat mensuel et le cumule s'il n'a pas ete retourne
        ECRIRE_ACHAT_PERSONNEL.
           MOVE ap_montantBrut TO montantPersoEdition
           MOVE ap_remise TO montantPersoEdition2
           MOVE ap_montantNet TO montantPersoEdition3
           MOVE ap_retenueSalaire TO montantPersoEdition4
           MOVE SPACES TO ligneRapport
           IF ACHAT_PERSO_RETOURNE THEN
              STRING ap_employe DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     ap_idVente DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     ap_date DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition DELIMITED BY SIZE
                     ";;;;RETOURNE" DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              ADD 1 TO nbAchatsPersoEmp END-ADD
              ADD ap_montantBrut TO brutPersoEmp END-ADD
              ADD ap_remise TO remisePersoEmp END-ADD
              ADD ap_montantNet TO netPersoEmp END-ADD
              ADD ap_retenueSalaire TO retenuePersoEmp END-ADD
              STRING ap_employe DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     ap_idVente DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     ap_date DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition2 DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition3 DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantPersoEdition4 DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport.

      *>Cette méthode permet au gerant de creer un nouveau code promo,
      *>utilisable ensuite par les clients en caisse
        AJOUTER_CODE_PROMO.
                 MOVE SPACES TO promo_dateExpiration
                 MOVE dateSaisieValidee TO promo_dateExpiration(1:8)
                 MOVE "O" TO promo_actif
                 MOVE "G" TO promo_type
                 MOVE 0 TO promo_montant
                 MOVE SPACES TO promo_dateDebut
                 MOVE 0 TO promo_client
                 MOVE 0 TO promo_idVenteEmission
                 MOVE 0 TO promo_idRegle
                 MOVE "T" TO promo_typeCible
                 MOVE SPACES TO promo_cible
                 MOVE "N" TO promo_utilise
                 MOVE 0 TO promo_idVenteUtilisation
                 WRITE tamp_fpromotions
                 END-WRITE
                 DISPLAY "Code promo cree"
                triMontantGroupe
           DISPLAY "-------------------------------".

      *>Cette méthode imprime en bas du recu les bons de retour
      *>gagnes par le client sur la vente : a la reimpression d'un
      *>recu, les bons deja emis pour la vente sont repris tels quels,
      *>sinon chaque regle active de freglesRebond dont le panier
      *>minimum est atteint sur ses articles emet un bon nominatif
        EMETTRE_BONS_RETOUR.
           MOVE 0 TO nbBonsRecu
           IF fv_statut = 0 AND fv_client > 0 THEN
              PERFORM OUVRIR_IO_FPROMOTIONS
              MOVE fv_id TO promo_idVenteEmission
              START fpromotions KEY IS = promo_idVenteEmission
                 INVALID KEY MOVE 0 TO WfinBonRetour
                 NOT INVALID KEY MOVE 1 TO WfinBonRetour
              END-START
              PERFORM UNTIL WfinBonRetour = 0
                  READ fpromotions NEXT
                  AT END MOVE 0 TO WfinBonRetour
                  NOT AT END
                      IF promo_idVenteEmission NOT = fv_id THEN
                         MOVE 0 TO WfinBonRetour
                      ELSE
                         PERFORM IMPRIMER_BON_RETOUR
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fpromotions
              IF nbBonsRecu = 0 THEN
                 PERFORM EMETTRE_BONS_REGLES
              END-IF
           END-IF.

      *>Cette méthode passe les regles actives et emet un bon de
      *>retour pour chacune dont le panier minimum est atteint par
      *>les articles concernes de la vente
        EMETTRE_BONS_REGLES.
           MOVE 1 TO WfinRegle
           OPEN INPUT freglesRebond
           PERFORM UNTIL WfinRegle = 0
               READ freglesRebond NEXT
               AT END MOVE 0 TO WfinRegle
               NOT AT END
                   IF REGLE_ACTIVE THEN
                      MOVE rr_typeCible TO typeCibleRebond
                      MOVE rr_cible TO cibleRebond
                      PERFORM CALCULER_MONTANT_QUALIFIANT
                      IF montantQualifiant > 0 AND
                         montantQualifiant NOT < rr_panierMinimum THEN
                         PERFORM CREER_BON_RETOUR
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freglesRebond.

      *>Cette méthode cumule dans montantQualifiant le TTC des lignes
      *>de la vente fv_id concernees par la cible typeCibleRebond /
      *>cibleRebond ; une vente sans detail de lignes est jugee sur
      *>son en-tete
        CALCULER_MONTANT_QUALIFIANT.
           MOVE 0 TO montantQualifiant
           MOVE 0 TO nbLignesRebond
           OPEN INPUT fventesLignes
           MOVE fv_id TO fvl_idVente
           MOVE 0 TO fvl_noLigne
           START fventesLignes KEY IS NOT LESS THAN fvl_cle
              INVALID KEY MOVE 0 TO WfinLigneRebond
              NOT INVALID KEY MOVE 1 TO WfinLigneRebond
           END-START
           PERFORM UNTIL WfinLigneRebond = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinLigneRebond
               NOT AT END
                   IF fvl_idVente NOT = fv_id THEN
                      MOVE 0 TO WfinLigneRebond
                   ELSE
                      ADD 1 TO nbLignesRebond END-ADD
                      MOVE fvl_titreComics TO titreLigneRebond
                      MOVE fvl_idRef TO idRefLigneRebond
                      PERFORM VERIFIER_LIGNE_CIBLE
                      IF ligneQualifiante = 1 THEN
                         ADD fvl_prixLigneTTC TO montantQualifiant
                             END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesLignes
           IF nbLignesRebond = 0 THEN
              MOVE fv_titreComics TO titreLigneRebond
              MOVE fv_idRef TO idRefLigneRebond
              PERFORM VERIFIER_LIGNE_CIBLE
              IF ligneQualifiante = 1 THEN
                 MOVE fv_prixVente TO montantQualifiant
              END-IF
           END-IF.

      *>Cette méthode indique (ligneQualifiante) si le titre
      *>titreLigneRebond releve de la cible typeCibleRebond : tout le
      *>magasin, une categorie ou une serie de l'inventaire
        VERIFIER_LIGNE_CIBLE.
           MOVE 0 TO ligneQualifiante
           IF typeCibleRebond = "T" THEN
              MOVE 1 TO ligneQualifiante
           ELSE
              OPEN INPUT finventaire
              MOVE idRefLigneRebond TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF (typeCibleRebond = "C" AND
                        fi_categorie = cibleRebond(1:2)) OR
                       (typeCibleRebond = "S" AND
                        fi_serie = cibleRebond) THEN
                       MOVE 1 TO ligneQualifiante
                    END-IF
              END-READ
              CLOSE finventaire
           END-IF.

      *>Cette méthode cree dans fpromotions le bon de retour de la
      *>regle courante pour le client et la vente, avec un code
      *>unique (R, numero sur 7 chiffres et cle de controle modulo
      *>97), puis l'imprime sur le recu
        CREER_BON_RETOUR.
           MOVE "BON_RETOUR" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE "R" TO cbr_prefixe
           MOVE prochainId TO cbr_numero
           DIVIDE prochainId BY 97 GIVING quotientBonRetour
               REMAINDER cbr_controle
           MOVE codeBonRetour TO promo_code
           MOVE 0 TO promo_pourcentage
           MOVE 0 TO promo_montant
           IF REMISE_POURCENTAGE THEN
              MOVE rr_valeurRemise TO promo_pourcentage
           ELSE
              MOVE rr_valeurRemise TO promo_montant
           END-IF
           *>Le bon ouvre apres le delai de la regle et reste valable
           *>le nombre de jours prevu
           MOVE FUNCTION CURRENT-DATE TO dateSystemePromo
           MOVE dateSystemePromo(1:8) TO dateJourNum
           COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum) + rr_delaiDebut)
           MOVE dateJourNum TO promo_dateDebut
           COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum)
               + rr_dureeValidite)
           MOVE SPACES TO promo_dateExpiration
           MOVE dateJourNum TO promo_dateExpiration(1:8)
           MOVE "O" TO promo_actif
           MOVE "R" TO promo_type
           MOVE fv_client TO promo_client
           MOVE fv_id TO promo_idVenteEmission
           MOVE rr_id TO promo_idRegle
           MOVE rr_typeCible TO promo_typeCible
           MOVE rr_cible TO promo_cible
           MOVE "N" TO promo_utilise
           MOVE 0 TO promo_idVenteUtilisation
           PERFORM OUVRIR_IO_FPROMOTIONS
           WRITE tamp_fpromotions
              INVALID KEY
                 DISPLAY "Bon de retour non emis, code deja pris : ",
                         promo_code
              NOT INVALID KEY
                 PERFORM IMPRIMER_BON_RETOUR
                 DISPLAY "Bon de retour emis : ", promo_code
                 MOVE "CREER_BON_RETOUR" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fpromotions" TO journalFichier
                 MOVE promo_code TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE fpromotions.

      *>Cette méthode imprime sur le recu le bon de retour courant :
      *>code, remise, articles concernes et fenetre de validite
        IMPRIMER_BON_RETOUR.
           ADD 1 TO nbBonsRecu END-ADD
           MOVE "----------------------------------------" TO
                ligneTicket
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           STRING "BON DE RETOUR : " DELIMITED BY SIZE
                  promo_code DELIMITED BY SIZE
                  INTO ligneTicket
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           IF promo_pourcentage > 0 THEN
              STRING "Remise de " DELIMITED BY SIZE
                     promo_pourcentage DELIMITED BY SIZE
                     " %" DELIMITED BY SIZE
                     INTO ligneTicket
           ELSE
              MOVE promo_montant TO valeurBonEdition
              STRING "Remise de " DELIMITED BY SIZE
                     valeurBonEdition DELIMITED BY SIZE
                     " EUR TTC" DELIMITED BY SIZE
                     INTO ligneTicket
           END-IF
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           EVALUATE promo_typeCible
               WHEN "C"
                  STRING "Sur les articles de la categorie "
                         DELIMITED BY SIZE
                         promo_cible(1:2) DELIMITED BY SIZE
                         INTO ligneTicket
               WHEN "S"
                  STRING "Sur la serie " DELIMITED BY SIZE
                         promo_cible DELIMITED BY "  "
                         INTO ligneTicket
               WHEN OTHER
                  MOVE "Sur tout le magasin" TO ligneTicket
           END-EVALUATE
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           STRING "Valable du " DELIMITED BY SIZE
                  promo_dateDebut DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  promo_dateExpiration(1:8) DELIMITED BY SIZE
                  INTO ligneTicket
           WRITE ligneTicket
           MOVE "Nominatif, utilisable une seule fois en caisse" TO
                ligneTicket
           WRITE ligneTicket.

      *>Cette méthode controle le bon de retour saisi en caisse (deja
      *>lu dans fpromotions) : usage unique, fenetre de validite et
      *>client titulaire, avant d'en calculer la remise
        APPLIQUER_BON_RETOUR.
           IF BON_RETOUR_UTILISE THEN
              DISPLAY "Ce bon de retour a deja ete utilise"
           ELSE IF PROMO_INACTIVE THEN
              DISPLAY "Ce bon de retour a ete annule"
           ELSE IF promo_dateDebut > dateSystemePromo(1:8) THEN
              DISPLAY "Ce bon de retour n'est valable qu'a partir du ",
                      promo_dateDebut
           ELSE IF promo_dateExpiration(1:8) < dateSystemePromo(1:8)
              THEN
              DISPLAY "Ce bon de retour est expire"
           ELSE IF promo_client NOT = fv_client THEN
              DISPLAY "Ce bon de retour est nominatif et appartient"
              DISPLAY "a un autre client"
           ELSE
              PERFORM CALCULER_REMISE_BON_RETOUR
           END-IF.

      *>Cette méthode calcule la remise du bon de retour sur les
      *>seules lignes du panier concernees par sa cible, la deduit de
      *>la vente et marque le bon comme utilise par cette vente
        CALCULER_REMISE_BON_RETOUR.
           MOVE promo_typeCible TO typeCibleRebond
           MOVE promo_cible TO cibleRebond
           MOVE 0 TO montantQualifiant
           MOVE 1 TO noLigneRebond
           PERFORM UNTIL noLigneRebond > nbLignesVente
               MOVE lvTitre(noLigneRebond) TO titreLigneRebond
               MOVE lvIdRef(noLigneRebond) TO idRefLigneRebond
               PERFORM VERIFIER_LIGNE_CIBLE
               IF ligneQualifiante = 1 THEN
                  ADD lvPrixLigneTTC(noLigneRebond) TO
                      montantQualifiant END-ADD
               END-IF
               ADD 1 TO noLigneRebond END-ADD
           END-PERFORM
           IF montantQualifiant = 0 THEN
              DISPLAY "Aucun article du panier n'est concerne par"
              DISPLAY "ce bon de retour"
           ELSE
              IF promo_pourcentage > 0 THEN
                 COMPUTE montantRemisePromo ROUNDED =
                     montantQualifiant * promo_pourcentage / 100
              ELSE
                 IF promo_montant > montantQualifiant THEN
                    MOVE montantQualifiant TO montantRemisePromo
                 ELSE
                    MOVE promo_montant TO montantRemisePromo
                 END-IF
              END-IF
              IF montantRemisePromo > fv_prixVente THEN
                 MOVE fv_prixVente TO montantRemisePromo
              END-IF
              PERFORM DEDUIRE_REMISE_PROMO
              MOVE "O" TO promo_utilise
              MOVE fv_id TO promo_idVenteUtilisation
              REWRITE tamp_fpromotions
              END-REWRITE
              MOVE "APPLIQUER_BON_RETOUR" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fpromotions" TO journalFichier
              MOVE promo_code TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode permet au gerant de gerer les regles d'emission
      *>des bons de retour et d'en suivre le taux de retour
        GERER_REGLES_REBOND.
           MOVE 9 TO choixRegleRebond
           PERFORM WITH TEST AFTER UNTIL choixRegleRebond = 0
               DISPLAY "   -- REGLES DES BONS DE RETOUR --"
               DISPLAY "      -Creer une regle (1)"
               DISPLAY "      -Lister les regles (2)"
               DISPLAY "      -Activer / desactiver une regle (3)"
               DISPLAY "      -Taux de retour par regle (4)"
               DISPLAY "      -RETOUR (0)"
               ACCEPT choixRegleRebond
               EVALUATE choixRegleRebond
                   WHEN 1 PERFORM CREER_REGLE_REBOND
                   WHEN 2 PERFORM LISTER_REGLES_REBOND
                   WHEN 3 PERFORM BASCULER_REGLE_REBOND
                   WHEN 4 PERFORM RAPPORT_BONS_RETOUR
               END-EVALUATE
           END-PERFORM.

      *>Cette méthode saisit une nouvelle regle de bon de retour :
      *>panier minimum, articles concernes, fenetre de validite et
      *>remise en pourcentage ou en montant
        CREER_REGLE_REBOND.
           MOVE "REGLE_REBOND" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           OPEN I-O freglesRebond
           MOVE prochainId TO rr_id
           DISPLAY "Libelle de la regle"
           ACCEPT rr_libelle
           DISPLAY "Panier minimum TTC sur les articles concernes"
           ACCEPT rr_panierMinimum
           MOVE SPACE TO rr_typeCible
           PERFORM WITH TEST AFTER UNTIL
               CIBLE_TOUT OR CIBLE_CATEGORIE OR CIBLE_SERIE
               DISPLAY "Articles concernes : T tout le magasin,"
               DISPLAY "C une categorie, S une serie"
               ACCEPT rr_typeCible
           END-PERFORM
           MOVE SPACES TO rr_cible
           IF CIBLE_CATEGORIE THEN
              DISPLAY "Code de la categorie (2 caracteres)"
              ACCEPT rr_cible
           END-IF
           IF CIBLE_SERIE THEN
              DISPLAY "Nom de la serie"
              ACCEPT rr_cible
           END-IF
           DISPLAY "Delai en jours avant que le bon soit utilisable"
           ACCEPT rr_delaiDebut
           MOVE 0 TO rr_dureeValidite
           PERFORM WITH TEST AFTER UNTIL rr_dureeValidite > 0
               DISPLAY "Duree de validite du bon en jours"
               ACCEPT rr_dureeValidite
           END-PERFORM
           MOVE SPACE TO rr_typeRemise
           PERFORM WITH TEST AFTER UNTIL
               REMISE_POURCENTAGE OR REMISE_MONTANT
               DISPLAY "Remise : P en pourcentage, M en montant"
               ACCEPT rr_typeRemise
           END-PERFORM
           MOVE 0 TO rr_valeurRemise
           IF REMISE_POURCENTAGE THEN
              PERFORM WITH TEST AFTER UNTIL
                  rr_valeurRemise > 0 AND rr_valeurRemise NOT > 100
                  DISPLAY "Pourcentage de remise (1-100)"
                  ACCEPT rr_valeurRemise
              END-PERFORM
           ELSE
              PERFORM WITH TEST AFTER UNTIL rr_valeurRemise > 0
                  DISPLAY "Montant de la remise TTC"
                  ACCEPT rr_valeurRemise
              END-PERFORM
           END-IF
           MOVE "O" TO rr_actif
           WRITE tamp_fregleRebond
              INVALID KEY DISPLAY "Cette regle existe deja"
              NOT INVALID KEY
                 DISPLAY "Regle creee : ", rr_id
                 MOVE "CREER_REGLE_REBOND" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "freglesRebond" TO journalFichier
                 MOVE rr_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE freglesRebond.

      *>Cette méthode affiche toutes les regles de bons de retour
        LISTER_REGLES_REBOND.
           MOVE 1 TO WfinRegle
           OPEN INPUT freglesRebond
           PERFORM UNTIL WfinRegle = 0
               READ freglesRebond NEXT
               AT END MOVE 0 TO WfinRegle
               NOT AT END
                   DISPLAY rr_id, " ", rr_libelle, " active : ",
                           rr_actif
                   DISPLAY "   Panier minimum : ", rr_panierMinimum,
                           " cible : ", rr_typeCible, " ", rr_cible
                   DISPLAY "   Remise ", rr_typeRemise, " ",
                           rr_valeurRemise, " ouverte a J+",
                           rr_delaiDebut, " pour ",
                           rr_dureeValidite, " jours"
               END-READ
           END-PERFORM
           CLOSE freglesRebond.

      *>Cette méthode active ou desactive une regle ; les bons deja
      *>emis par une regle desactivee restent utilisables
        BASCULER_REGLE_REBOND.
           DISPLAY "Entrez l'id de la regle"
           ACCEPT idRegleRebond
           OPEN I-O freglesRebond
           MOVE idRegleRebond TO rr_id
           READ freglesRebond KEY IS rr_id
              INVALID KEY DISPLAY "Regle inconnue"
              NOT INVALID KEY
                 IF REGLE_ACTIVE THEN
                    MOVE "N" TO rr_actif
                    DISPLAY "Regle desactivee"
                 ELSE
                    MOVE "O" TO rr_actif
                    DISPLAY "Regle activee"
                 END-IF
                 REWRITE tamp_fregleRebond
                 END-REWRITE
                 MOVE "BASCULER_REGLE_REBOND" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "freglesRebond" TO journalFichier
                 MOVE rr_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-READ
           CLOSE freglesRebond.

      *>Cette méthode etablit le rapport des bons de retour : par
      *>regle, bons emis, bons utilises, taux de retour et chiffre
      *>d'affaire des visites de retour (ventes ou le bon a servi)
        RAPPORT_BONS_RETOUR.
           MOVE 0 TO totalBonsEmis
           MOVE 0 TO totalBonsUtilises
           MOVE 0 TO totalCARetourBons
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "BONS-RETOUR-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Bons de retour au " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Regle;Libelle;Emis;Utilises;Taux %;CA retour"
                  DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           DISPLAY "-- BONS DE RETOUR PAR REGLE --"
           MOVE 1 TO WfinRegle
           OPEN INPUT freglesRebond
           PERFORM UNTIL WfinRegle = 0
               READ freglesRebond NEXT
               AT END MOVE 0 TO WfinRegle
               NOT AT END PERFORM BILAN_REGLE_REBOND
               END-READ
           END-PERFORM
           CLOSE freglesRebond
           MOVE 0 TO tauxRetourBons
           IF totalBonsEmis > 0 THEN
              COMPUTE tauxRetourBons ROUNDED =
                  totalBonsUtilises * 100 / totalBonsEmis
           END-IF
           MOVE tauxRetourBons TO tauxRetourEdition
           MOVE totalCARetourBons TO caRetourEdition
           MOVE SPACES TO ligneRapport
           STRING "Total;;" DELIMITED BY SIZE
                  totalBonsEmis DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  totalBonsUtilises DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  tauxRetourEdition DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  caRetourEdition DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Bons emis : ", totalBonsEmis, " utilises : ",
                   totalBonsUtilises, " taux : ", tauxRetourEdition
           DISPLAY "Rapport enregistre dans : ", nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode fait le bilan des bons emis par la regle
      *>courante et ecrit sa ligne dans le rapport
        BILAN_REGLE_REBOND.
           MOVE 0 TO nbBonsEmis
           MOVE 0 TO nbBonsUtilises
           MOVE 0 TO caRetourBons
           OPEN INPUT fpromotions
           MOVE rr_id TO promo_idRegle
           START fpromotions KEY IS = promo_idRegle
              INVALID KEY MOVE 0 TO WfinBonRetour
              NOT INVALID KEY MOVE 1 TO WfinBonRetour
           END-START
           PERFORM UNTIL WfinBonRetour = 0
               READ fpromotions NEXT
               AT END MOVE 0 TO WfinBonRetour
               NOT AT END
                   IF promo_idRegle NOT = rr_id THEN
                      MOVE 0 TO WfinBonRetour
                   ELSE IF PROMO_BON_RETOUR THEN
                      ADD 1 TO nbBonsEmis END-ADD
                      IF BON_RETOUR_UTILISE THEN
                         ADD 1 TO nbBonsUtilises END-ADD
                         PERFORM CUMULER_VISITE_RETOUR
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpromotions
           MOVE 0 TO tauxRetourBons
           IF nbBonsEmis > 0 THEN
              COMPUTE tauxRetourBons ROUNDED =
                  nbBonsUtilises * 100 / nbBonsEmis
           END-IF
           MOVE tauxRetourBons TO tauxRetourEdition
           MOVE caRetourBons TO caRetourEdition
           ADD nbBonsEmis TO totalBonsEmis END-ADD
           ADD nbBonsUtilises TO totalBonsUtilises END-ADD
           ADD caRetourBons TO totalCARetourBons END-ADD
           DISPLAY rr_id, " ", rr_libelle
           DISPLAY "   Emis : ", nbBonsEmis, " utilises : ",
                   nbBonsUtilises, " taux : ", tauxRetourEdition,
                   " % CA retour : ", caRetourEdition
           MOVE SPACES TO ligneRapport
           STRING rr_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  rr_libelle DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  nbBonsEmis DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  nbBonsUtilises DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  tauxRetourEdition DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  caRetourEdition DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode ajoute au chiffre d'affaire de retour le
      *>montant de la vente ou le bon courant a servi, cherchee dans
      *>les ventes puis dans les ventes archivees
        CUMULER_VISITE_RETOUR.
           OPEN INPUT fventes
           MOVE promo_idVenteUtilisation TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY
                 OPEN INPUT fventesArchive
                 MOVE promo_idVenteUtilisation TO fva_id
                 READ fventesArchive KEY IS fva_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD fva_prixVente TO caRetourBons END-ADD
                 END-READ
                 CLOSE fventesArchive
              NOT INVALID KEY
                 IF fv_statut = 0 THEN
                    ADD fv_prixVente TO caRetourBons END-ADD
                 END-IF
           END-READ
           CLOSE fventes.

      *>Cette méthode permet de consulter l'historique des ventes qui
      *>ont ete archivees par ARCHIVER_VENTES_CLOTUREES, pour que
      *>l'historique reste disponible a la demande une fois les
      *>ventes sorties de fventes
        CONSULTER_VENTES_ARCHIVEES.
           MOVE 1 TO Wfin
           OPEN INPUT fventesArchive
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ fventesArchive NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   DISPLAY "Id de la vente :", fva_id
                   DISPLAY "Date de la vente :", fva_dateVente
                   DISPLAY "Comic vendu :", fva_titreComics
                   DISPLAY "Prix HT :", fva_prixVenteHT
                   DISPLAY "Montant TVA :", fva_montantTVA
                   DISPLAY "Prix TTC :", fva_prixVente
                   DISPLAY "Id du client :", fva_client
                   DISPLAY "----------------------------------"
               END-READ
           END-PERFORM
           CLOSE fventesArchive.

      *>Cette méthode etablit le rapport de marge brute sur une
      *>periode : chaque vente effective (detail des lignes de panier
      *>quand il existe, en-tete sinon, archives comprises) est
      *>rapprochee du cout d'achat moyen du titre vendu, puis les
      *>marges sont regroupees par titre, par serie et par etat, les
      *>titres vendus a perte etant signales
        RAPPORT_MARGE_BRUTE.
           DISPLAY "Entrez la date de debut de la periode"
           DISPLAY "Entrez l'annee"
           ACCEPT anDebutCA
           DISPLAY "Entrez le mois"
           ACCEPT moisDebutCA
           DISPLAY "Entrez le jour"
           ACCEPT jourDebutCA
           DISPLAY "Entrez la date de fin de la periode"
           DISPLAY "Entrez l'annee"
           ACCEPT anFinCA
           DISPLAY "Entrez le mois"
           ACCEPT moisFinCA
               END-READ
           END-PERFORM
           CLOSE fventesArchive
           *>Les frais d'approche saisis sur la periode corrigent le
           *>cout des exemplaires deja sortis de leurs couches
           PERFORM CUMULER_CORRECTIONS_FRAIS
           COMPUTE coutTotalMarge =
               coutTotalMarge + totalCorrectionsFrais
           PERFORM AFFICHER_RAPPORT_MARGE.

      *>Cette méthode ventile une vente courante dans les cumuls de
                        ELSE
                           ADD 1 TO noLigneVente END-ADD
                           MOVE fvl_titreComics TO titreLigneMarge
                           MOVE fvl_idRef TO idRefLigneMarge
                           MOVE fvl_quantite TO qteLigneMarge
                           MOVE fvl_prixLigneHT TO caHTLigneMarge
                           PERFORM VENTILER_LIGNE_MARGE
                        END-IF
                    END-READ
                 END-PERFORM
           CLOSE fventesLignes
           IF noLigneVente = 0 THEN
              MOVE fv_titreComics TO titreLigneMarge
              MOVE fv_idRef TO idRefLigneMarge
              MOVE 1 TO qteLigneMarge
              MOVE fv_prixVenteHT TO caHTLigneMarge
              PERFORM VENTILER_LIGNE_MARGE
           END-IF.

      *>Cette méthode ventile une vente archivee dans les cumuls de
                        ELSE
                           ADD 1 TO noLigneVente END-ADD
                           MOVE fvl_titreComics TO titreLigneMarge
                           MOVE fvl_idRef TO idRefLigneMarge
                           MOVE fvl_quantite TO qteLigneMarge
                           MOVE fvl_prixLigneHT TO caHTLigneMarge
                           PERFORM VENTILER_LIGNE_MARGE
                        END-IF
                    END-READ
                 END-PERFORM
           CLOSE fventesLignes
           IF noLigneVente = 0 THEN
              MOVE fva_titreComics TO titreLigneMarge
              MOVE fva_idRef TO idRefLigneMarge
              MOVE 1 TO qteLigneMarge
              MOVE fva_prixVenteHT TO caHTLigneMarge
              PERFORM VENTILER_LIGNE_MARGE
           END-IF.

      *>Cette méthode calcule le cout d'achat moyen d'un titre a
               READ fachats NEXT
               AT END MOVE 0 TO WfinRecon
               NOT AT END
                   IF fa_idRef = idRefLigneMarge THEN
                      ADD fa_quantite TO totalQteAchatTitre END-ADD
                      MULTIPLY fa_prixAchat BY fa_quantite
                          GIVING montantLigneRachat ROUNDED
              MOVE 0 TO coutMoyenTitre
           END-IF.

      *>Cette méthode oriente une ligne vendue vers les tables du
      *>rapport de marge ou, pour le rapport par editeur, vers le
      *>fichier de tri
        VENTILER_LIGNE_MARGE.
           IF ventilationParEditeur = 1 THEN
              PERFORM LIBERER_VENTE_EDITEUR
           ELSE
              PERFORM CUMULER_LIGNE_MARGE
           END-IF.

      *>Cette méthode cumule une ligne vendue (titre, quantite, CA
      *>HT) dans les tables de marge par titre, par serie et par
      *>etat, au cout d'achat moyen du titre
           MOVE "??" TO conditionLigneMarge
           MOVE "INCONNUE" TO serieLigneMarge
           OPEN INPUT finventaire
           MOVE idRefLigneMarge TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE fi_serie TO serieLigneMarge
           DISPLAY "Titres regroupes : ", nbTitresMarge
           DISPLAY "CA HT de la periode : ", caHTTotalMarge
           DISPLAY "Cout d'achat correspondant : ", coutTotalMarge
           IF totalCorrectionsFrais NOT = 0 THEN
              DISPLAY "   dont correction frais d'approche : ",
                      totalCorrectionsFrais
           END-IF
           DISPLAY "Marge brute de la periode : ", margeTotalePeriode
           IF nbTitresMarge >= 200 THEN
              DISPLAY "Attention : detail par titre tronque a 200"
      *>la TVA collectee est totalisee sur les ventes effectives et
      *>livrees (archives comprises), la TVA deductible est
      *>reconstituee sur les achats de la periode au taux en vigueur,
      *>celle des frais generaux reprise de leurs montants saisis,
      *>et le net a reverser est ecrit dans un fichier date remis tel
      *>quel au comptable
        RAPPORT_TVA_PERIODE.
           MOVE 0 TO tvaCollectee
           MOVE 0 TO tvaCollecteeReduit
           MOVE 0 TO tvaCollecteeNormal
           MOVE 0 TO tvaCollecteeMarge
           MOVE 0 TO ventesMargeTTC
           MOVE 0 TO coutAchatMargePeriode
           MOVE 0 TO nbLignesMarge
           MOVE 0 TO tvaDeductible
           MOVE 0 TO tvaDeductibleCharges
           MOVE 0 TO montantAchatPeriode
           MOVE 1 TO WfinTva
           OPEN INPUT fventes
                      MOVE fv_id TO idVenteTva
                      MOVE fv_montantTVA TO montantTVAVente
                      MOVE fv_titreComics TO titreVenteTva
                      MOVE fv_idRef TO idRefVenteTva
                      PERFORM VENTILER_TVA_VENTE
                   END-IF
               END-READ
                      MOVE fva_id TO idVenteTva
                      MOVE fva_montantTVA TO montantTVAVente
                      MOVE fva_titreComics TO titreVenteTva
                      MOVE fva_idRef TO idRefVenteTva
                      PERFORM VENTILER_TVA_VENTE
                   END-IF
               END-READ
           *>vigueur
           COMPUTE tvaDeductible ROUNDED =
               montantAchatPeriode * tauxTVA / (1 + tauxTVA)
           *>Frais generaux : la TVA saisie sur la depense est
           *>deductible a la date de sa comptabilisation
           MOVE 1 TO WfinTva
           OPEN INPUT fdepenses
           PERFORM WITH TEST AFTER UNTIL WfinTva = 0
               READ fdepenses NEXT
               AT END MOVE 0 TO WfinTva
               NOT AT END
                   IF dep_dateSaisie NOT < dateDebutCA(1:8) AND
                      dep_dateSaisie NOT > dateFinCA(1:8) THEN
                      ADD dep_montantTVA TO tvaDeductibleCharges
                          END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdepenses
           COMPUTE tvaNette = tvaCollectee - tvaDeductible
               - tvaDeductibleCharges
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           STRING "TVA-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  tvaCollecteeNormal DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           *>Les biens d'occasion vendus sous regime de la marge
           *>forment une base distincte : seule la marge est taxee
           COMPUTE margeTaxableHT =
               ventesMargeTTC - coutAchatMargePeriode
               - tvaCollecteeMarge
           STRING "   dont sur la marge (biens d'occasion) : "
                  DELIMITED BY SIZE
                  tvaCollecteeMarge DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Ventes sous regime de la marge (TTC) : "
                  DELIMITED BY SIZE
                  ventesMargeTTC DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "   prix de rachat des biens vendus : "
                  DELIMITED BY SIZE
                  coutAchatMargePeriode DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "   base imposable (marge HT) : " DELIMITED BY SIZE
                  margeTaxableHT DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Achats de la periode (TTC) : " DELIMITED BY SIZE
                  montantAchatPeriode DELIMITED BY SIZE
                  INTO ligneRapport
                  tvaDeductible DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "TVA deductible sur les frais generaux : "
                  DELIMITED BY SIZE
                  tvaDeductibleCharges DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "TVA nette a reverser : " DELIMITED BY SIZE
                  tvaNette DELIMITED BY SIZE
                  INTO ligneRapport
           CLOSE frapport
           DISPLAY "TVA collectee : ", tvaCollectee
           DISPLAY "TVA deductible : ", tvaDeductible
           DISPLAY "TVA deductible sur frais generaux : ",
                   tvaDeductibleCharges
           DISPLAY "TVA nette a reverser : ", tvaNette
           DISPLAY "Declaration enregistree dans :"
           DISPLAY nomRapport.
      *>Cette méthode ventile la TVA d'une vente entre le taux reduit
      *>et le taux normal : par les lignes de panier quand elles
      *>existent (chaque ligne porte son taux), sinon d'apres la
      *>categorie actuelle du titre de l'en-tete ; les lignes sous
      *>regime de la marge sont cumulees a part avec leur prix de
      *>rachat
        VENTILER_TVA_VENTE.
           MOVE 0 TO noLigneVente
           MOVE 1 TO WfinTvaL
                           MOVE 0 TO WfinTvaL
                        ELSE
                           ADD 1 TO noLigneVente END-ADD
                           IF LIGNE_REGIME_MARGE THEN
                              ADD 1 TO nbLignesMarge END-ADD
                              ADD fvl_montantTVA TO
                                  tvaCollecteeMarge END-ADD
                              ADD fvl_prixLigneTTC TO
                                  ventesMargeTTC END-ADD
                              ADD fvl_coutAchatMarge TO
                                  coutAchatMargePeriode END-ADD
                           ELSE IF fvl_tauxTVA = TAUX_TVA_REDUIT THEN
                              ADD fvl_montantTVA TO
                                  tvaCollecteeReduit END-ADD
                           ELSE
           CLOSE fventesLignes
           IF noLigneVente = 0 THEN
              OPEN INPUT finventaire
              MOVE idRefVenteTva TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY MOVE SPACES TO fi_categorie
              END-READ
              CLOSE finventaire
      *>ventes cloturees de l'annee sont archivees, les bilans de
      *>l'exercice (chiffre d'affaire, TVA collectee, achats,
      *>valorisation du stock en balance d'ouverture) sont calcules
      *>et ecrits dans un rapport date, la provision sur stock et
      *>les amortissements sont passes, puis l'exercice est marque
      *>clos : plus aucune saisie ne peut etre antidatee dedans
        CLOTURER_EXERCICE.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           *>rapport de detail a classer
           PERFORM CALCULER_PROVISION_DORMANT

           *>Les dotations aux amortissements de l'annee et les
           *>sorties d'immobilisations partent au comptable
           PERFORM DOTER_AMORTISSEMENTS_EXERCICE

           *>L'exercice est enregistre comme clos, ce qui verrouille
           *>toute saisie antidatee dans la periode
           MOVE anExercice TO ex_annee
           MOVE tvaExercice TO ex_tvaCollectee
           MOVE achatsExercice TO ex_totalAchats
           MOVE stockExercice TO ex_valeurStock
           MOVE totalProvisionDormant TO ex_provisionStock
           OPEN I-O fexercices
           WRITE tamp_fexercice
           END-WRITE
                  MOVE idDevis TO dvl_idDevis
                  MOVE noLigneDevis TO dvl_noLigne
                  MOVE titreRef TO dvl_titreComics
                  MOVE idArticleRef TO dvl_idRef
                  MOVE quantiteLigne TO dvl_quantite
                  MOVE fv_prixVenteHT TO dvl_prixUnitaireHT
                  MULTIPLY fv_prixVenteHT BY quantiteLigne
              MOVE 0 TO fv_statut
              MOVE idVente TO fv_id
              MOVE lvTitre(1) TO fv_titreComics
              MOVE lvIdRef(1) TO fv_idRef
              MOVE idEmploye TO fv_employe
              MOVE SPACES TO fv_codePromo
              MOVE fv_prixVente TO fv_acompte
              PERFORM WITH TEST AFTER UNTIL
                  noLigneVente > nbLignesVente
                  MOVE lvTitre(noLigneVente) TO titreRef
                  MOVE lvIdRef(noLigneVente) TO idArticleRef
                  MOVE lvQuantite(noLigneVente) TO quantiteLigne
                  PERFORM MAJ_INVENTAIRE
                  ADD 1 TO noLigneVente END-ADD
              END-PERFORM
              PERFORM AJOUTER_PTS_FIDELITE
              PERFORM OUVRIR_IO_FVENTES
              MOVE 0 TO fv_idCommande
              WRITE tamp_fvente
              END-WRITE
              CLOSE fventes
        REPRENDRE_LIGNE_DEVIS.
           MOVE 0 TO trouve
           OPEN INPUT finventaire
           MOVE dvl_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY
                 DISPLAY dvl_titreComics, " : titre disparu de"
                 DISPLAY "l'inventaire, ligne ignoree"
           IF trouve = 1 AND nbLignesVente < MAX_LIGNES_VENTE THEN
              ADD 1 TO nbLignesVente
              MOVE dvl_titreComics TO lvTitre(nbLignesVente)
              MOVE dvl_idRef TO lvIdRef(nbLignesVente)
              MOVE dvl_quantite TO lvQuantite(nbLignesVente)
              MOVE dvl_prixUnitaireHT TO
                   lvPrixUnitaireHT(nbLignesVente)
              MOVE dvl_montantTVA TO lvMontantTVA(nbLignesVente)
              MOVE dvl_prixLigneTTC TO lvPrixLigneTTC(nbLignesVente)
              MOVE 0 TO lvIdExemplaire(nbLignesVente)
              MOVE 0 TO lvRegimeMarge(nbLignesVente)
              MOVE 0 TO lvCoutAchatMarge(nbLignesVente)
              PERFORM OBTENIR_TAUX_TVA_CATEGORIE
              MOVE tauxTVACourant TO lvTauxTVA(nbLignesVente)
              ADD dvl_prixLigneHT TO cumulPanierHT END-ADD
              ADD dvl_montantTVA TO cumulPanierTVA END-ADD
              ADD dvl_prixLigneTTC TO cumulPanierTTC END-ADD
              *>Le prix du devis peut dater d'avant un changement
              *>de prix public : il est recontrole au plafond
              MOVE nbLignesVente TO noLignePlafond
              PERFORM PLAFONNER_LIGNE_PANIER
           END-IF.

      *>Cette méthode traite l'echange d'un article d'une vente
           MOVE fv_prixVente TO origVenteTTC
           DISPLAY "Entrez le titre repris (rendu par le client)"
           ACCEPT titreReprisEchange
           MOVE titreReprisEchange TO titreIdRef
           PERFORM RESOUDRE_ID_REFERENCE
           MOVE idReference TO idRefReprisEchange
           *>L'article repris doit figurer sur la vente : dans ses
           *>lignes de panier, ou sur l'en-tete pour une ancienne
           *>vente sans lignes
                           MOVE 0 TO WfinEchange
                        ELSE
                           ADD 1 TO nbLignesLuesEchange END-ADD
                           IF fvl_idRef = idRefReprisEchange
                              AND ligneEchangeTrouvee = 0 THEN
                              IF fvl_quantite = 1 THEN
                                 MOVE 1 TO ligneEchangeTrouvee
           CLOSE fventesLignes
           IF ligneEchangeTrouvee = 0 AND
              nbLignesLuesEchange = 0 AND
              fv_idRef = idRefReprisEchange THEN
              *>Ancienne vente sans aucune ligne de panier : seul ce
              *>cas autorise a prendre l'en-tete pour l'article
              *>unique ; une vente moderne dont la ligne porte
                   END-IF
              END-PERFORM
              MOVE titreRef TO titreRemplacement
              MOVE idArticleRef TO idRefRemplacement
              PERFORM VERIF_STOCKS
              IF fv_statut = 1 THEN
                 DISPLAY "Pas de stock pour le remplacement,"
                    READ fventesLignes KEY IS fvl_cle
                       NOT INVALID KEY
                          MOVE titreRemplacement TO fvl_titreComics
                          MOVE idRefRemplacement TO fvl_idRef
                          MOVE fv_prixVenteHT TO fvl_prixUnitaireHT
                          MOVE fv_prixVenteHT TO fvl_prixLigneHT
                          MOVE fv_montantTVA TO fvl_montantTVA
                          MOVE fv_prixVente TO fvl_prixLigneTTC
                          MOVE tauxTVACourant TO fvl_tauxTVA
                          MOVE prixPublicLivreHT TO fvl_prixPublicHT
                          MOVE montantEcreteUnitaire TO
                               fvl_remiseEcretee
                          MOVE venteRegimeMarge TO fvl_regimeMarge
                          MOVE 0 TO fvl_coutAchatMarge
                          IF venteRegimeMarge = 1 THEN
                             MOVE coutAchatExemplaire TO
                                  fvl_coutAchatMarge
                          END-IF
                          REWRITE tamp_fventeLigne
                          END-REWRITE
                    END-READ
                 MOVE origVenteTTC TO fv_prixVente
                 MOVE 0 TO fv_statut
                 MOVE idVenteRetour TO fv_id
                 IF fv_idRef = idRefReprisEchange THEN
                    MOVE titreRemplacement TO fv_titreComics
                    MOVE idRefRemplacement TO fv_idRef
                 END-IF
                 REWRITE tamp_fvente
                    INVALID KEY
                       *>Mouvements de stock : reprise en stock de
                       *>l'article rendu, sortie du remplacement
                       MOVE titreReprisEchange TO titreRef
                       MOVE idRefReprisEchange TO idArticleRef
                       MOVE 1 TO quantiteRestaur
                       PERFORM RESTAURER_STOCK_RETOUR
                       MOVE titreRemplacement TO titreRef
                       MOVE idRefRemplacement TO idArticleRef
                       MOVE 1 TO quantiteLigne
                       PERFORM MAJ_INVENTAIRE
                       *>Les exemplaires individualises suivent le
               NOT AT END
                   IF trouveExemplaire = 0 AND
                      fe_idVente = fv_id AND
                      fe_idRef = idRefReprisEchange AND
                      EXEMPLAIRE_VENDU THEN
                      MOVE 1 TO trouveExemplaire
                      MOVE 0 TO fe_statut
                   END-IF
              END-PERFORM
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE idArticleRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY DISPLAY "Ce comic n'existe pas"
                 NOT INVALID KEY
                    IF fi_quantite = 0 THEN
                             MOVE prochainId TO idReservation
                             MOVE idReservation TO rs_id
                             MOVE titreRef TO rs_titreComics
                             MOVE idArticleRef TO rs_idRef
                             MOVE idClient TO rs_client
                             MOVE FUNCTION CURRENT-DATE TO
                                  rs_dateReservation
                                 ACCEPT dateSaisieValidee
                                 PERFORM VALIDER_DATE_SAISIE
                             END-PERFORM
                             IF OPTION_CAL_ACTIVE(OPT_CAL_RESERVE)
                                THEN
                                MOVE dateSaisieValidee TO
                                     dateCalendrier
                                PERFORM REPORTER_JOUR_OUVERT
                                MOVE dateCalendrier TO
                                     dateSaisieValidee
                             END-IF
                             MOVE SPACES TO rs_dateExpiration
                             MOVE dateSaisieValidee TO
                                  rs_dateExpiration(1:8)
                             MOVE 0 TO rs_statut
                             MOVE 0 TO rs_idPrepaiement
                             OPEN I-O freservations
                             WRITE tamp_freservation
                             END-WRITE
                             MOVE rs_id TO journalCle
                             PERFORM ENREGISTRER_JOURNAL
                             MOVE fi_titre TO mouvStockTitre
                             MOVE fi_id TO mouvStockIdRef
                             MOVE -1 TO mouvStockQuantite
                             MOVE "RESERVE" TO mouvStockMotif
                             MOVE rs_id TO mouvStockReference
               READ freservations NEXT
               AT END MOVE 0 TO WfinRes
               NOT AT END
                   IF rs_idRef = fi_id AND
                      RESERVATION_ACTIVE THEN
                      ADD 1 TO nbReservationsTitre END-ADD
                   END-IF
                 IF NOT RESERVATION_ACTIVE THEN
                    DISPLAY "Cette reservation n'est plus active"
                 ELSE
                    *>L'exemplaire mis de cote d'un titre pas encore
                    *>sorti reste en reserve jusqu'a sa sortie
                    MOVE 0 TO venteAnnulee
                    MOVE rs_titreComics TO titreRef
                    MOVE rs_idRef TO idArticleRef
                    PERFORM CONTROLER_EMBARGO_VENTE
                    IF venteAnnulee = 0 THEN
                       PERFORM CONTROLER_RAPPEL_VENTE
                    END-IF
                 END-IF
                 IF RESERVATION_ACTIVE AND venteAnnulee = 1 THEN
                    DISPLAY "Retrait refuse"
                 END-IF
                 IF RESERVATION_ACTIVE AND venteAnnulee = 0 THEN
                    PERFORM CHOISIR_CLIENT_RETRAIT
                 END-IF
                 IF RESERVATION_ACTIVE AND venteAnnulee = 0 THEN
                    PERFORM VENDRE_RESERVATION
                    MOVE 1 TO rs_statut
                    REWRITE tamp_freservation
           END-READ
           CLOSE freservations.

      *>Cette méthode fixe le client qui retire l'exemplaire mis de
      *>cote du tampon tamp_freservation : le client de la
      *>reservation, ou tout autre membre de son foyer
        CHOISIR_CLIENT_RETRAIT.
           DISPLAY "Mis de cote pour le client ", rs_client
           DISPLAY "Id du client qui retire (0 = ce client)"
           ACCEPT clientRetrait
           IF clientRetrait = 0 THEN
              MOVE rs_client TO clientRetrait
           END-IF
           MOVE clientRetrait TO idClientContact
           PERFORM SIGNALER_CONTACT_A_CORRIGER
           MOVE clientRetrait TO idClientDossier
           PERFORM SIGNALER_DOSSIERS_OUVERTS
           IF clientRetrait NOT = rs_client THEN
              MOVE rs_client TO idClientFoyer
              PERFORM TROUVER_TITULAIRE_FOYER
              MOVE titulaireFoyer TO titulaireReference
              MOVE clientRetrait TO idClientFoyer
              PERFORM TROUVER_TITULAIRE_FOYER
              IF titulaireFoyer NOT = titulaireReference THEN
                 DISPLAY "Ce client n'est pas du foyer du client"
                 DISPLAY "de la reservation : retrait refuse"
                 MOVE 1 TO venteAnnulee
              END-IF
           END-IF.

      *>Cette méthode enregistre la vente de l'exemplaire reserve
      *>present dans le tampon tamp_freservation
        VENDRE_RESERVATION.
                MOVE prochainId TO idVente
                PERFORM VERIF_ID_VENTE
           END-PERFORM
           MOVE clientRetrait TO fv_client
           MOVE rs_titreComics TO titreRef
           MOVE rs_idRef TO idArticleRef
           MOVE FUNCTION CURRENT-DATE TO fv_dateVente
           MOVE 0 TO exemplaireChoisi
           PERFORM RECUPERER_PRIX_DE_VENTE
           MOVE 0 TO fv_statut
           MOVE idVente TO fv_id
           MOVE titreRef TO fv_titreComics
           MOVE idArticleRef TO fv_idRef
           MOVE idEmploye TO fv_employe
           MOVE SPACES TO fv_codePromo
           MOVE 0 TO montantUtiliseBon
           MOVE fv_prixVente TO fv_acompte
           MOVE 0 TO fv_resteDu
           *>L'exemplaire deja regle sur le site ne s'encaisse pas
           *>une seconde fois
           IF rs_idPrepaiement > 0 THEN
              PERFORM REGLER_RESERVATION_PREPAYEE
           ELSE
              PERFORM SAISIR_MODE_PAIEMENT
           END-IF
           PERFORM AJOUTER_PTS_FIDELITE
           *>Le panier de cette vente est la seule ligne reservee
           MOVE 1 TO nbLignesVente
           MOVE titreRef TO lvTitre(1)
           MOVE idArticleRef TO lvIdRef(1)
           MOVE 1 TO lvQuantite(1)
           MOVE fv_prixVenteHT TO lvPrixUnitaireHT(1)
           MOVE fv_prixVenteHT TO lvPrixLigneHT(1)
           MOVE fv_montantTVA TO lvMontantTVA(1)
           MOVE fv_prixVente TO lvPrixLigneTTC(1)
           MOVE 0 TO lvIdExemplaire(1)
           MOVE 0 TO lvRegimeMarge(1)
           MOVE 0 TO lvCoutAchatMarge(1)
           MOVE tauxTVACourant TO lvTauxTVA(1)
           MOVE prixPublicLivreHT TO lvPrixPublicHT(1)
           MOVE montantEcreteUnitaire TO lvRemiseEcretee(1)
           PERFORM OUVRIR_IO_FVENTES
           MOVE 0 TO fv_idCommande
           WRITE tamp_fvente
           END-WRITE
           CLOSE fventes
                         NOT INVALID KEY
                            ADD 1 TO nbReservationsLiberees END-ADD
                            MOVE rs_titreComics TO titreRef
                            MOVE rs_idRef TO idArticleRef
                            MOVE 1 TO quantiteRestaur
                            PERFORM RESTITUER_STOCK_RESERVATION
                            PERFORM NOTIFIER_RESERVATION_EXPIREE
                            IF rs_idPrepaiement > 0 THEN
                               PERFORM INSCRIRE_REMBOURSEMENT_WEB
                            END-IF
                            MOVE "LIBERER_RESERVATIONS" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
      *>reservation expiree, avec le mouvement de stock correspondant
        RESTITUER_STOCK_RESERVATION.
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE idArticleRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY DISPLAY "Erreur : ce comic n'existe pas"
              NOT INVALID KEY
                 ADD quantiteRestaur TO fi_quantite END-ADD
                 REWRITE tamp_finventaire
                    NOT INVALID KEY
                       MOVE fi_titre TO mouvStockTitre
                       MOVE fi_id TO mouvStockIdRef
                       MOVE quantiteRestaur TO mouvStockQuantite
                       MOVE "LIBERE" TO mouvStockMotif
                       MOVE rs_id TO mouvStockReference
        RAPPORT_PREPARATION_COMMANDES.
           MOVE 0 TO nbLignesPreparation
           MOVE 1 TO WfinPrep
           OPEN INPUT fcommandes
           PERFORM WITH TEST AFTER UNTIL WfinPrep = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinPrep
               NOT AT END
                   IF COMMANDE_EN_ATTENTE AND
                      nbLignesPreparation < 200 THEN
                      ADD 1 TO nbLignesPreparation
                      MOVE cmd_id TO
                           prepIdCommande(nbLignesPreparation)
                      MOVE cmd_titreComics TO
                           prepTitre(nbLignesPreparation)
                      MOVE SPACES TO
                           prepEmplacement(nbLignesPreparation)
                      OPEN INPUT finventaire
                      MOVE cmd_idRef TO fi_id
                      READ finventaire KEY IS fi_id
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE fi_emplacement TO
                      MOVE 0 TO
                           prepTelClient(nbLignesPreparation)
                      OPEN INPUT fclients
                      MOVE cmd_client TO fc_id
                      READ fclients KEY IS fc_id
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           STRING "PREPARATION-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  nbLignesPreparation DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           *>Le briefing du jour suit la liste de preparation
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO sortieBriefing
           PERFORM ETABLIR_BRIEFING_MATIN
           CLOSE frapport
           DISPLAY "Commandes a preparer : ", nbLignesPreparation
           DISPLAY "Liste enregistree dans :"
           MOVE 0 TO nbCmd8a30
           MOVE 0 TO nbCmdPlus30
           MOVE 1 TO WfinAge
           OPEN INPUT fcommandes
           PERFORM WITH TEST AFTER UNTIL WfinAge = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinAge
               NOT AT END
                   IF (COMMANDE_EN_ATTENTE OR COMMANDE_EXPEDIEE) AND
                      nbCommandesAgees < 200 THEN
                      ADD 1 TO nbCommandesAgees
                      MOVE cmd_id TO
                           agIdCommande(nbCommandesAgees)
                      MOVE cmd_dateCommande TO
                           agDateCommande(nbCommandesAgees)
                      MOVE cmd_client TO agClient(nbCommandesAgees)
                      IF cmd_dateCommande(1:8) IS NUMERIC THEN
                         MOVE cmd_dateCommande(1:8) TO dateJourNum
                         COMPUTE agJours(nbCommandesAgees) =
                             entierDateJour
                             - FUNCTION INTEGER-OF-DATE(dateJourNum)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           IF nbCommandesAgees = 0 THEN
              DISPLAY "Aucune commande ouverte"
           ELSE
               MOVE codeLot TO ll_codeLot
               MOVE nbLignesLot TO ll_noLigne
               MOVE titreRef TO ll_titreComics
               MOVE idArticleRef TO ll_idRef
               MOVE quantiteLigne TO ll_quantite
               WRITE tamp_flotLigne
               END-WRITE
              END-READ
              CLOSE fclients
              IF testClient = 1 THEN
                 MOVE idClient TO fv_client
                 PERFORM PREPARER_PANIER_LOT
                 IF lotVendable = 1 THEN
                    PERFORM ENREGISTRER_VENTE_LOT
                  INVALID KEY MOVE 1 TO WfinLot
                  NOT INVALID KEY
                     OPEN INPUT finventaire
                     MOVE ll_idRef TO fi_id
                     READ finventaire KEY IS fi_id
                        INVALID KEY
                           DISPLAY ll_titreComics, " : titre disparu"
                           DISPLAY "de l'inventaire, lot invendable"
                                   lvQuantite(nbLignesVente)
                              MOVE 0 TO
                                   lvIdExemplaire(nbLignesVente)
                              MOVE 0 TO
                                   lvRegimeMarge(nbLignesVente)
                              MOVE 0 TO
                                   lvCoutAchatMarge(nbLignesVente)
                              *>La valeur catalogue du composant est
                              *>rangee provisoirement dans le TTC de
                              *>la ligne, la repartition du prix du
                      END-ADD
                  ADD 1 TO noLigneVente END-ADD
              END-PERFORM
              *>Le prix du lot ne dispense pas les livres qui le
              *>composent du plafond de remise legal
              MOVE 1 TO noLignePlafond
              PERFORM WITH TEST AFTER UNTIL
                  noLignePlafond > nbLignesVente
                  PERFORM PLAFONNER_LIGNE_PANIER
                  ADD 1 TO noLignePlafond END-ADD
              END-PERFORM
           END-IF.

      *>Cette méthode enregistre la vente du lot prepare dans le
           MOVE 0 TO fv_statut
           MOVE idVente TO fv_id
           MOVE lvTitre(1) TO fv_titreComics
           MOVE lvIdRef(1) TO fv_idRef
           MOVE idEmploye TO fv_employe
           MOVE SPACES TO fv_codePromo
           MOVE 0 TO montantUtiliseBon
           PERFORM WITH TEST AFTER UNTIL
               noLigneVente > nbLignesVente
               MOVE lvTitre(noLigneVente) TO titreRef
               MOVE lvIdRef(noLigneVente) TO idArticleRef
               MOVE lvQuantite(noLigneVente) TO quantiteLigne
               PERFORM MAJ_INVENTAIRE
               ADD 1 TO noLigneVente END-ADD
           END-PERFORM
           PERFORM AJOUTER_PTS_FIDELITE
           PERFORM OUVRIR_IO_FVENTES
           MOVE 0 TO fv_idCommande
           WRITE tamp_fvente
           END-WRITE
           CLOSE fventes
                      fv_dateVente NOT > dateFinCA THEN
                      MOVE fv_id TO idVenteTva
                      MOVE fv_titreComics TO titreVenteTva
                      MOVE fv_idRef TO idRefVenteTva
                      MOVE fv_prixVenteHT TO caHTLigneMarge
                      PERFORM VENTILER_VENTE_MIX
                   END-IF
                      fva_dateVente NOT > dateFinCA THEN
                      MOVE fva_id TO idVenteTva
                      MOVE fva_titreComics TO titreVenteTva
                      MOVE fva_idRef TO idRefVenteTva
                      MOVE fva_prixVenteHT TO caHTLigneMarge
                      PERFORM VENTILER_VENTE_MIX
                   END-IF
                        ELSE
                           ADD 1 TO noLigneVente END-ADD
                           MOVE fvl_titreComics TO titreLigneMarge
                           MOVE fvl_idRef TO idRefLigneMarge
                           MOVE fvl_quantite TO qteLigneMarge
                           MOVE fvl_prixLigneHT TO caHTLigneMarge
                           PERFORM CUMULER_LIGNE_MIX
           CLOSE fventesLignes
           IF noLigneVente = 0 THEN
              MOVE titreVenteTva TO titreLigneMarge
              MOVE idRefVenteTva TO idRefLigneMarge
              MOVE 1 TO qteLigneMarge
              PERFORM CUMULER_LIGNE_MIX
           END-IF.
        CUMULER_LIGNE_MIX.
           MOVE "??" TO conditionLigneMarge
           OPEN INPUT finventaire
           MOVE idRefLigneMarge TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY MOVE "??" TO conditionLigneMarge
              NOT INVALID KEY
                 IF CAT_LIVRE OR CAT_FIGURINE OR CAT_GOODIES OR
                             COMPUTE joursRestantsETA =
                                 DELAI_LIVRAISON_JOURS
                                 - joursDepuisCommandeCF
                             IF OPTION_CAL_ACTIVE(OPT_CAL_ETA) THEN
                                MOVE FUNCTION DATE-OF-INTEGER(
                                     FUNCTION INTEGER-OF-DATE(
                                     dateJourNum)
                                     + DELAI_LIVRAISON_JOURS)
                                     TO dateCalendrier
                                PERFORM REPORTER_JOUR_OUVERT
                                COMPUTE joursRestantsETA =
                                    FUNCTION INTEGER-OF-DATE(
                                    dateCalendrier)
                                    - entierDateJour
                             END-IF
                             IF joursRestantsETA > 0 THEN
                                DISPLAY "Reception attendue dans ",
                                        joursRestantsETA, " jour(s)"
           MOVE idVentePerdue TO vp_id
           MOVE FUNCTION CURRENT-DATE TO vp_date
           MOVE titrePerdu TO vp_titre
           MOVE idRefPerdu TO vp_idRef
           MOVE qteVouluePerdue TO vp_qteVoulue
           MOVE qteServiePerdue TO vp_qteServie
           MOVE codeMagasin TO vp_magasin
           OPEN I-O fventesPerdues
           WRITE tamp_fventePerdue
           END-WRITE
                      vp_qteVoulue > vp_qteServie THEN
                      MOVE 0 TO manqueAGagnerTitre
                      OPEN INPUT finventaire
                      MOVE vp_idRef TO fi_id
                      READ finventaire KEY IS fi_id
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            COMPUTE manqueAGagnerTitre ROUNDED =
                      END-READ
                      CLOSE finventaire
                      MOVE vp_titre TO tri_cle
                      MOVE vp_idRef TO tri_idRef
                      COMPUTE tri_quantite =
                          vp_qteVoulue - vp_qteServie
                      MOVE manqueAGagnerTitre TO tri_montant
                           PERFORM CLORE_GROUPE_PERDUES
                        END-IF
                        MOVE tri_cle TO triCleCourante
                        MOVE tri_idRef TO idRefTriCourant
                        MOVE 0 TO triCompteurGroupe
                        MOVE 0 TO triMontantGroupe
                     END-IF
           IF nbPalmares < TOP_N AND nbPalmares < 100 THEN
              ADD 1 TO nbPalmares
              MOVE triCleCourante TO palTitre(nbPalmares)
              MOVE idRefTriCourant TO palIdRef(nbPalmares)
              MOVE triMontantGroupe TO palCompteur(nbPalmares)
           ELSE
              PERFORM TROUVER_MIN_PALMARES
                 triMontantGroupe >
                 palCompteur(idxMinPalmares) THEN
                 MOVE triCleCourante TO palTitre(idxMinPalmares)
                 MOVE idRefTriCourant TO palIdRef(idxMinPalmares)
                 MOVE triMontantGroupe TO
                      palCompteur(idxMinPalmares)
              END-IF
           ENREGISTRER_ALLOCATION_PANIER.
           OPEN I-O fallocations
           MOVE idEmploye TO al_poste
           MOVE idArticleRef TO al_idRef
           READ fallocations KEY IS al_cle
              INVALID KEY
                 MOVE idEmploye TO al_poste
                 MOVE idArticleRef TO al_idRef
                 MOVE titreRef TO al_titre
                 MOVE quantiteLigne TO al_quantite
                 IF exemplaireChoisi = 1 THEN
               READ fallocations NEXT
               AT END MOVE 0 TO WfinAlloc
               NOT AT END
                   IF al_idRef = idArticleRef AND
                      al_poste NOT = idEmploye THEN
                      ADD al_quantite TO qteAlloueeAutres END-ADD
                   END-IF
           MOVE nbLignesVente TO pc_noLigne
           MOVE fv_client TO pc_client
           MOVE lvTitre(nbLignesVente) TO pc_titre
           MOVE lvIdRef(nbLignesVente) TO pc_idRef
           MOVE lvQuantite(nbLignesVente) TO pc_quantite
           MOVE lvPrixUnitaireHT(nbLignesVente) TO
                pc_prixUnitaireHT
                 PERFORM REPRENDRE_PANIER_INTERROMPU
              ELSE
                 PERFORM PURGER_PANIER_EN_COURS
                 PERFORM JOURNALISER_ABANDON_PANIER
                 DISPLAY "Panier inacheve annule proprement"
              END-IF
           END-IF.
                      ADD 1 TO nbLignesVente
                      MOVE pc_client TO fv_client
                      MOVE pc_titre TO lvTitre(nbLignesVente)
                      MOVE pc_idRef TO lvIdRef(nbLignesVente)
                      MOVE pc_quantite TO
                           lvQuantite(nbLignesVente)
                      MOVE pc_prixUnitaireHT TO
                      MOVE pc_idExemplaire TO
                           lvIdExemplaire(nbLignesVente)
                      MOVE pc_tauxTVA TO lvTauxTVA(nbLignesVente)
                      PERFORM RELIRE_REGIME_MARGE_LIGNE
                      ADD pc_prixLigneHT TO cumulPanierHT END-ADD
                      ADD pc_montantTVA TO cumulPanierTVA END-ADD
                      ADD pc_prixLigneTTC TO cumulPanierTTC END-ADD
                      MOVE nbLignesVente TO noLignePlafond
                      PERFORM PLAFONNER_LIGNE_PANIER
                      DISPLAY "Ligne reprise : ", pc_titre, " x",
                              pc_quantite
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpanierEnCours
           MOVE "REPRENDRE_PANIER_INTERROMPU" TO origineVentePanier
           PERFORM TERMINER_VENTE_PANIER.

           *>Cette méthode termine par le circuit habituel (remises,
           *>paiement, stock, points, ticket fiscal, recu) la vente
           *>du panier recharge dans tableLignesVente, puis libere les
           *>allocations du poste et purge son journal de panier ;
           *>origineVentePanier nomme l'appelant dans le journal
           TERMINER_VENTE_PANIER.
           PERFORM WITH TEST AFTER UNTIL verifVente = 0
                MOVE "VENTE" TO compteurNom
                PERFORM OBTENIR_PROCHAIN_ID
           MOVE 0 TO fv_statut
           MOVE idVente TO fv_id
           MOVE lvTitre(1) TO fv_titreComics
           MOVE lvIdRef(1) TO fv_idRef
           MOVE idEmploye TO fv_employe
           *>Le panier repris suit exactement le meme circuit de
           *>remises qu'un panier ininterrompu : offres
           PERFORM WITH TEST AFTER UNTIL
               noLigneVente > nbLignesVente
               MOVE lvTitre(noLigneVente) TO titreRef
               MOVE lvIdRef(noLigneVente) TO idArticleRef
               MOVE lvQuantite(noLigneVente) TO quantiteLigne
               PERFORM MAJ_INVENTAIRE
               ADD 1 TO noLigneVente END-ADD
           PERFORM SAISIR_MODE_PAIEMENT
           PERFORM AJOUTER_PTS_FIDELITE
           PERFORM OUVRIR_IO_FVENTES
           MOVE 0 TO fv_idCommande
           WRITE tamp_fvente
           END-WRITE
           CLOSE fventes
                   nbLignesVente, " ligne(s))"
           PERFORM IMPRIMER_RECU
           PERFORM PROPOSER_RECU_MAIL
           MOVE origineVentePanier TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fventes" TO journalFichier
           MOVE fv_id TO journalCle
           PERFORM PURGER_PANIER_EN_COURS
           PERFORM LIBERER_ALLOCATIONS_POSTE.

           *>Cette méthode propose de garer le panier qui vient
           *>d'etre saisi, le temps que le client revienne
           PROPOSER_GARER_PANIER.
           DISPLAY "Garer ce panier en attendant le client ? (O/N)"
           ACCEPT reponseGarerPanier
           IF reponseGarerPanier = "O" OR reponseGarerPanier = "o"
              THEN
              PERFORM GARER_PANIER
           END-IF.

           *>Cette méthode gare le panier en cours sous un ticket
           *>numerote : client, code promo deja donne et lignes
           *>(exemplaires choisis compris) sont conserves, les
           *>allocations passent du poste au ticket pour que le stock
           *>reste promis, et le poste est libere
           GARER_PANIER.
           MOVE "PANIER_GARE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO ticketPanierGare
           DISPLAY "Code promo deja donne par le client"
           DISPLAY "(vide si aucun)"
           MOVE SPACES TO codePromoGare
           ACCEPT codePromoGare
           OPEN I-O flignesGarees
           MOVE 1 TO noLigneGaree
           PERFORM UNTIL noLigneGaree > nbLignesVente
               MOVE ticketPanierGare TO pgl_ticket
               MOVE noLigneGaree TO pgl_noLigne
               MOVE lvTitre(noLigneGaree) TO pgl_titre
               MOVE lvIdRef(noLigneGaree) TO pgl_idRef
               MOVE lvQuantite(noLigneGaree) TO pgl_quantite
               MOVE lvPrixUnitaireHT(noLigneGaree) TO
                    pgl_prixUnitaireHT
               MOVE lvPrixLigneHT(noLigneGaree) TO pgl_prixLigneHT
               MOVE lvMontantTVA(noLigneGaree) TO pgl_montantTVA
               MOVE lvPrixLigneTTC(noLigneGaree) TO pgl_prixLigneTTC
               MOVE lvIdExemplaire(noLigneGaree) TO pgl_idExemplaire
               MOVE lvTauxTVA(noLigneGaree) TO pgl_tauxTVA
               MOVE lvPrixPublicHT(noLigneGaree) TO pgl_prixPublicHT
               MOVE lvRemiseEcretee(noLigneGaree) TO
                    pgl_remiseEcretee
               MOVE lvRegimeMarge(noLigneGaree) TO pgl_regimeMarge
               MOVE lvCoutAchatMarge(noLigneGaree) TO
                    pgl_coutAchatMarge
               WRITE tamp_fligneGaree
               END-WRITE
               ADD 1 TO noLigneGaree END-ADD
           END-PERFORM
           CLOSE flignesGarees
           MOVE ticketPanierGare TO pgh_ticket
           MOVE fv_client TO pgh_client
           MOVE idEmploye TO pgh_posteOrigine
           MOVE FUNCTION CURRENT-DATE TO pgh_dateGarage
           MOVE codePromoGare TO pgh_codePromo
           MOVE nbLignesVente TO pgh_nbLignes
           MOVE cumulPanierTTC TO pgh_totalTTC
           MOVE cumulRemiseSoldes TO pgh_cumulRemiseSoldes
           MOVE 0 TO pgh_statut
           MOVE SPACES TO pgh_posteFin
           MOVE SPACES TO pgh_dateFin
           OPEN I-O fpaniersGares
           WRITE tamp_fpanierGare
           END-WRITE
           CLOSE fpaniersGares
           MOVE SPACES TO codePromoGare
           *>Les allocations du poste passent sous la cle du ticket
           PERFORM LIBERER_ALLOCATIONS_POSTE
           MOVE ticketPanierGare TO cag_ticket
           MOVE cleAllocGaree TO posteAllocation
           PERFORM POSER_ALLOCATIONS_PANIER
           PERFORM PURGER_PANIER_EN_COURS
           PERFORM IMPRIMER_TICKET_GARE
           MOVE "GARER_PANIER" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fpaniersGares" TO journalFichier
           MOVE ticketPanierGare TO journalCle
           PERFORM ENREGISTRER_JOURNAL
           MOVE 1 TO panierGare
           DISPLAY "Panier gare sous le ticket n. ", ticketPanierGare.

           *>Cette méthode imprime le ticket de garage remis au
           *>client, qui le presente a n'importe quelle caisse
           IMPRIMER_TICKET_GARE.
           MOVE SPACES TO nomTicket
           STRING "GARE-" DELIMITED BY SIZE
                  ticketPanierGare DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomTicket
           OPEN OUTPUT fticket
           MOVE "--- PANIER EN ATTENTE ---" TO ligneTicket
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           STRING "Ticket n. " DELIMITED BY SIZE
                  ticketPanierGare DELIMITED BY SIZE
                  INTO ligneTicket
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           STRING "Client : " DELIMITED BY SIZE
                  pgh_client DELIMITED BY SIZE
                  INTO ligneTicket
           WRITE ligneTicket
           MOVE SPACES TO ligneTicket
           STRING "Gare le " DELIMITED BY SIZE
                  pgh_dateGarage DELIMITED BY SIZE
                  " au poste " DELIMITED BY SIZE
                  pgh_posteOrigine DELIMITED BY SIZE
                  INTO ligneTicket
           WRITE ligneTicket
           MOVE 1 TO noLigneGaree
           PERFORM UNTIL noLigneGaree > nbLignesVente
               MOVE SPACES TO ligneTicket
               STRING lvTitre(noLigneGaree) DELIMITED BY SIZE
                      " x" DELIMITED BY SIZE
                      lvQuantite(noLigneGaree) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      lvPrixLigneTTC(noLigneGaree) DELIMITED BY SIZE
                      INTO ligneTicket
               WRITE ligneTicket
               ADD 1 TO noLigneGaree END-ADD
           END-PERFORM
           MOVE SPACES TO ligneTicket
           STRING "Total TTC : " DELIMITED BY SIZE
                  pgh_totalTTC DELIMITED BY SIZE
                  INTO ligneTicket
           WRITE ligneTicket
           MOVE "A presenter en caisse pour terminer l'achat" TO
                ligneTicket
           WRITE ligneTicket
           CLOSE fticket
           DISPLAY "Ticket de garage enregistre dans : ", nomTicket.

           *>Cette méthode pose sous la cle posteAllocation une
           *>allocation par titre du panier de tableLignesVente
           POSER_ALLOCATIONS_PANIER.
           OPEN I-O fallocations
           MOVE 1 TO noLigneGaree
           PERFORM UNTIL noLigneGaree > nbLignesVente
               MOVE posteAllocation TO al_poste
               MOVE lvIdRef(noLigneGaree) TO al_idRef
               READ fallocations KEY IS al_cle
                  INVALID KEY
                     MOVE posteAllocation TO al_poste
                     MOVE lvIdRef(noLigneGaree) TO al_idRef
                     MOVE lvTitre(noLigneGaree) TO al_titre
                     MOVE lvQuantite(noLigneGaree) TO al_quantite
                     MOVE lvIdExemplaire(noLigneGaree) TO
                          al_idExemplaire
                     MOVE FUNCTION CURRENT-DATE TO al_date
                     WRITE tamp_fallocation
                     END-WRITE
                  NOT INVALID KEY
                     ADD lvQuantite(noLigneGaree) TO al_quantite
                         END-ADD
                     IF lvIdExemplaire(noLigneGaree) > 0 THEN
                        MOVE lvIdExemplaire(noLigneGaree) TO
                             al_idExemplaire
                     END-IF
                     REWRITE tamp_fallocation
                     END-REWRITE
               END-READ
               ADD 1 TO noLigneGaree END-ADD
           END-PERFORM
           CLOSE fallocations.

           *>Cette méthode libere les allocations posees sous la cle
           *>posteAllocation (ticket d'un panier gare)
           LIBERER_ALLOCATIONS_CLE.
           MOVE 1 TO WfinAlloc
           OPEN I-O fallocations
           PERFORM WITH TEST AFTER UNTIL WfinAlloc = 0
               READ fallocations NEXT
               AT END MOVE 0 TO WfinAlloc
               NOT AT END
                   IF al_poste = posteAllocation THEN
                      DELETE fallocations
                      END-DELETE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fallocations.

           *>Cette méthode affiche les paniers gares en attente sur
           *>l'ensemble des postes
           LISTER_PANIERS_GARES.
           MOVE 0 TO nbPaniersGares
           MOVE 1 TO WfinPanierGare
           OPEN INPUT fpaniersGares
           PERFORM UNTIL WfinPanierGare = 0
               READ fpaniersGares NEXT
               AT END MOVE 0 TO WfinPanierGare
               NOT AT END
                   IF PANIER_GARE THEN
                      ADD 1 TO nbPaniersGares END-ADD
                      DISPLAY "Ticket ", pgh_ticket, " client ",
                              pgh_client, " poste ", pgh_posteOrigine
                      DISPLAY "   gare le ", pgh_dateGarage, " : ",
                              pgh_nbLignes, " ligne(s), ",
                              pgh_totalTTC, " TTC"
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpaniersGares.

           *>Cette méthode reprend, depuis n'importe quel poste, un
           *>panier gare designe par son ticket ; le ticket est
           *>aussitot marque repris pour qu'une autre caisse ne
           *>puisse pas le reprendre en meme temps
           REPRENDRE_PANIER_GARE.
           PERFORM LISTER_PANIERS_GARES
           IF nbPaniersGares = 0 THEN
              DISPLAY "Aucun panier gare en attente"
           ELSE
              DISPLAY "Entrez le numero du ticket"
              ACCEPT ticketPanierGare
              MOVE 0 TO panierGareTrouve
              OPEN I-O fpaniersGares
              MOVE ticketPanierGare TO pgh_ticket
              READ fpaniersGares KEY IS pgh_ticket
                 INVALID KEY DISPLAY "Ticket inconnu"
                 NOT INVALID KEY
                    IF PANIER_GARE THEN
                       MOVE 1 TO panierGareTrouve
                       MOVE 1 TO pgh_statut
                       MOVE idEmploye TO pgh_posteFin
                       MOVE FUNCTION CURRENT-DATE TO pgh_dateFin
                       REWRITE tamp_fpanierGare
                       END-REWRITE
                       MOVE "REPRENDRE_PANIER_GARE" TO
                            journalParagraphe
                       MOVE "MODIFICATION" TO journalOperation
                       MOVE "fpaniersGares" TO journalFichier
                       MOVE pgh_ticket TO journalCle
                       PERFORM ENREGISTRER_JOURNAL
                    ELSE
                       DISPLAY "Ce panier a deja ete repris ou libere"
                    END-IF
              END-READ
              CLOSE fpaniersGares
              IF panierGareTrouve = 1 THEN
                 PERFORM RAPPELER_PANIER_GARE
              END-IF
           END-IF.

           *>Cette méthode recharge le panier gare sur ce poste
           *>(lignes, client, code promo, allocations), laisse le
           *>client ajouter des articles puis termine la vente
           RAPPELER_PANIER_GARE.
           PERFORM LIBERER_ALLOCATIONS_POSTE
           PERFORM PURGER_PANIER_EN_COURS
           MOVE 0 TO nbLignesVente
           MOVE 0 TO commandeVoulue
           MOVE 0 TO cumulPanierHT
           MOVE 0 TO cumulPanierTVA
           MOVE 0 TO cumulPanierTTC
           MOVE 0 TO montantUtiliseBon
           MOVE 0 TO exemplaireChoisi
           MOVE pgh_cumulRemiseSoldes TO cumulRemiseSoldes
           MOVE pgh_client TO fv_client
           MOVE pgh_codePromo TO codePromoGare
           OPEN INPUT flignesGarees
           MOVE ticketPanierGare TO pgl_ticket
           MOVE 0 TO pgl_noLigne
           START flignesGarees KEY IS NOT LESS THAN pgl_cle
              INVALID KEY MOVE 0 TO WfinLigneGaree
              NOT INVALID KEY MOVE 1 TO WfinLigneGaree
           END-START
           PERFORM UNTIL WfinLigneGaree = 0
               READ flignesGarees NEXT
               AT END MOVE 0 TO WfinLigneGaree
               NOT AT END
                   IF pgl_ticket NOT = ticketPanierGare OR
                      nbLignesVente >= MAX_LIGNES_VENTE THEN
                      MOVE 0 TO WfinLigneGaree
                   ELSE
                      ADD 1 TO nbLignesVente END-ADD
                      MOVE pgl_titre TO lvTitre(nbLignesVente)
                      MOVE pgl_idRef TO lvIdRef(nbLignesVente)
                      MOVE pgl_quantite TO lvQuantite(nbLignesVente)
                      MOVE pgl_prixUnitaireHT TO
                           lvPrixUnitaireHT(nbLignesVente)
                      MOVE pgl_prixLigneHT TO
                           lvPrixLigneHT(nbLignesVente)
                      MOVE pgl_montantTVA TO
                           lvMontantTVA(nbLignesVente)
                      MOVE pgl_prixLigneTTC TO
                           lvPrixLigneTTC(nbLignesVente)
                      MOVE pgl_idExemplaire TO
                           lvIdExemplaire(nbLignesVente)
                      MOVE pgl_tauxTVA TO lvTauxTVA(nbLignesVente)
                      MOVE pgl_prixPublicHT TO
                           lvPrixPublicHT(nbLignesVente)
                      MOVE pgl_remiseEcretee TO
                           lvRemiseEcretee(nbLignesVente)
                      MOVE pgl_regimeMarge TO
                           lvRegimeMarge(nbLignesVente)
                      MOVE pgl_coutAchatMarge TO
                           lvCoutAchatMarge(nbLignesVente)
                      ADD pgl_prixLigneHT TO cumulPanierHT END-ADD
                      ADD pgl_montantTVA TO cumulPanierTVA END-ADD
                      ADD pgl_prixLigneTTC TO cumulPanierTTC END-ADD
                      *>Le panier repris est journalise sur ce poste
                      *>pour la reprise apres incident
                      PERFORM JOURNALISER_LIGNE_PANIER
                      DISPLAY "Ligne reprise : ", pgl_titre, " x",
                              pgl_quantite
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flignesGarees
           *>Les allocations passent du ticket a ce poste
           MOVE ticketPanierGare TO cag_ticket
           MOVE cleAllocGaree TO posteAllocation
           PERFORM LIBERER_ALLOCATIONS_CLE
           MOVE idEmploye TO posteAllocation
           PERFORM POSER_ALLOCATIONS_PANIER
           *>Le client revient souvent avec un article de plus
           DISPLAY "Ajouter des lignes au panier ? (O/N)"
           ACCEPT reponseAutreLigne
           IF reponseAutreLigne = "O" OR reponseAutreLigne = "o" THEN
              MOVE 0 TO finLignesVente
              PERFORM WITH TEST AFTER UNTIL finLignesVente = 1
                  PERFORM SAISIR_UNE_LIGNE_VENTE
                  IF nbLignesVente >= MAX_LIGNES_VENTE THEN
                     MOVE 1 TO finLignesVente
                  ELSE
                     DISPLAY "Ajouter une autre ligne ? (O/N)"
                     ACCEPT reponseAutreLigne
                     IF reponseAutreLigne NOT = "O" AND
                        reponseAutreLigne NOT = "o" THEN
                        MOVE 1 TO finLignesVente
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           MOVE "REPRENDRE_PANIER_GARE" TO origineVentePanier
           PERFORM TERMINER_VENTE_PANIER.

           *>Cette méthode liste et libere, a la fermeture de la
           *>caisse, les paniers gares depuis ce poste et jamais
           *>repris, ainsi que le stock qu'ils tenaient alloue
           LIBERER_PANIERS_GARES.
           MOVE 0 TO nbPaniersGares
           MOVE 1 TO WfinPanierGare
           OPEN I-O fpaniersGares
           PERFORM UNTIL WfinPanierGare = 0
               READ fpaniersGares NEXT
               AT END MOVE 0 TO WfinPanierGare
               NOT AT END
                   IF PANIER_GARE AND pgh_posteOrigine = idEmploye
                      THEN
                      ADD 1 TO nbPaniersGares END-ADD
                      DISPLAY "Panier gare libere : ticket ",
                              pgh_ticket, " client ", pgh_client
                      DISPLAY "   ", pgh_nbLignes, " ligne(s), ",
                              pgh_totalTTC, " TTC"
                      MOVE 2 TO pgh_statut
                      MOVE idEmploye TO pgh_posteFin
                      MOVE FUNCTION CURRENT-DATE TO pgh_dateFin
                      REWRITE tamp_fpanierGare
                      END-REWRITE
                      MOVE pgh_ticket TO cag_ticket
                      MOVE cleAllocGaree TO posteAllocation
                      PERFORM LIBERER_ALLOCATIONS_CLE
                      MOVE "LIBERER_PANIERS_GARES" TO
                           journalParagraphe
                      MOVE "MODIFICATION" TO journalOperation
                      MOVE "fpaniersGares" TO journalFichier
                      MOVE pgh_ticket TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpaniersGares
           IF nbPaniersGares = 0 THEN
              DISPLAY "Aucun panier gare en attente sur ce poste"
           ELSE
              DISPLAY "Paniers gares liberes : ", nbPaniersGares
           END-IF.

      *>Cette méthode etablit le rapport d'affinite des paniers sur
      *>une periode : les paires de titres vendues ensemble dans un
      *>meme panier sont comptees via le fichier de tri et classees
      *>par co-occurrence, pour guider le placement en rayon et les
      *>candidats aux lots (chaque titre d'une paire est tronque a
      *>quinze caracteres dans la cle de tri)
        RAPPORT_PAIRES_VENDUES.
           DISPLAY "Entrez la date de debut de la periode"
           DISPLAY "Entrez l'annee"
           ACCEPT anDebutCA
           DISPLAY "Entrez le mois"
           ACCEPT moisDebutCA
           DISPLAY "Entrez le jour"
           ACCEPT jourDebutCA
           DISPLAY "Entrez la date de fin de la periode"
           DISPLAY "Entrez l'annee"
           ACCEPT anFinCA
           DISPLAY "Entrez le mois"
           ACCEPT moisFinCA
           DISPLAY "Entrez le jour"
           ACCEPT jourFinCA
           MOVE 0 TO nbPalmares
           SORT ftriTravail ON ASCENDING KEY tri_cle
               INPUT PROCEDURE IS ALIMENTER_TRI_PAIRES
               OUTPUT PROCEDURE IS RESTITUER_TRI_MEILLEURES
           DISPLAY "-- TITRES SOUVENT VENDUS ENSEMBLE --"
           DISPLAY "Paires distinctes : ", nbGroupesTri
           MOVE 0 TO rangAffiche
           PERFORM WITH TEST AFTER UNTIL rangAffiche >= nbPalmares
               PERFORM TROUVER_MEILLEUR_PALMARES
               IF idxMinPalmares > 0 THEN
                   ADD 1 TO rangAffiche
                   DISPLAY rangAffiche, ". ",
                        palTitre(idxMinPalmares)(1:15), " + ",
                         MOVE wl_client TO idClient
                         MOVE 0 TO clientPossedeTitre
                         OPEN INPUT finventaire
                         MOVE wl_idRef TO fi_id
                         READ finventaire KEY IS fi_id
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                               PERFORM VERIF_CLIENT_POSSEDE_TITRE
           MOVE 0 TO nbCmdOuvertes
           MOVE 0 TO valeurCmdOuvertes
           MOVE 1 TO WfinFunnel
           OPEN INPUT fcommandes
           PERFORM WITH TEST AFTER UNTIL WfinFunnel = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinFunnel
               NOT AT END
                   IF cmd_dateCommande NOT < dateDebutCA AND
                      cmd_dateCommande NOT > dateFinCA THEN
                      ADD 1 TO nbCmdPeriode END-ADD
                      EVALUATE TRUE
                          WHEN COMMANDE_LIVREE
                              ADD 1 TO nbCmdLivrees END-ADD
                          WHEN COMMANDE_ANNULEE
                              ADD 1 TO nbCmdAnnulees END-ADD
                          WHEN OTHER
                              ADD 1 TO nbCmdOuvertes END-ADD
                              ADD cmd_resteDu TO valeurCmdOuvertes
                                  END-ADD
                      END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           DISPLAY "Commandes passees : ", nbCmdPeriode,
                   " - livrees : ", nbCmdLivrees,
                   " - annulees : ", nbCmdAnnulees
                   END-IF
                   MOVE dateRapport(1:8) TO ps_date
                   MOVE fi_titre TO ps_titre
                   MOVE fi_id TO ps_idRef
                   MOVE fi_quantite TO ps_quantite
                   MOVE montantValorisation TO ps_valeur
                   MOVE fi_categorie TO ps_categorie
           CLOSE fphotosStock
           CLOSE finventaire
           DISPLAY "Photo du stock ecrite : ", nbPhotosEcrites,
                   " titre(s)"
           PERFORM PHOTOGRAPHIER_STOCK_MAGASINS.

      *>Cette méthode fige, a partir des photos du jour, la quantite
      *>et la valeur du stock propre de chaque magasin : chaque
      *>titre du magasin est valorise au cout unitaire de sa photo
        PHOTOGRAPHIER_STOCK_MAGASINS.
           INITIALIZE tablePhotosMagasin
           MOVE 0 TO nbMagasinsPhoto
           MOVE 1 TO WfinRot
           OPEN INPUT fstocksMagasin
           OPEN INPUT fphotosStock
           PERFORM WITH TEST AFTER UNTIL WfinRot = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinRot
               NOT AT END
                   IF sm_quantite > 0 AND sm_magasin NOT = SPACES THEN
                      MOVE 0 TO idxMagPhoto
                      PERFORM VARYING idxRechCmp FROM 1 BY 1
                              UNTIL idxRechCmp > nbMagasinsPhoto
                                 OR idxMagPhoto > 0
                          IF phmCode(idxRechCmp) = sm_magasin THEN
                             MOVE idxRechCmp TO idxMagPhoto
                          END-IF
                      END-PERFORM
                      IF idxMagPhoto = 0 AND
                         nbMagasinsPhoto < MAX_MAGASINS_CMP THEN
                         ADD 1 TO nbMagasinsPhoto END-ADD
                         MOVE nbMagasinsPhoto TO idxMagPhoto
                         MOVE sm_magasin TO phmCode(idxMagPhoto)
                      END-IF
                      IF idxMagPhoto > 0 THEN
                         ADD sm_quantite TO phmQuantite(idxMagPhoto)
                             END-ADD
                         MOVE dateRapport(1:8) TO ps_date
                         MOVE sm_idRef TO ps_idRef
                         READ fphotosStock KEY IS ps_cle
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                               IF ps_quantite > 0 THEN
                                  COMPUTE coutUnitairePhoto ROUNDED =
                                      ps_valeur / ps_quantite
                                  COMPUTE phmValeur(idxMagPhoto)
                                      ROUNDED = phmValeur(idxMagPhoto)
                                      + sm_quantite
                                      * coutUnitairePhoto
                               END-IF
                         END-READ
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fphotosStock
           CLOSE fstocksMagasin
           OPEN I-O fphotosMagasin
           PERFORM VARYING idxMagPhoto FROM 1 BY 1
                   UNTIL idxMagPhoto > nbMagasinsPhoto
               MOVE dateRapport(1:8) TO psm_date
               MOVE phmCode(idxMagPhoto) TO psm_magasin
               MOVE phmQuantite(idxMagPhoto) TO psm_quantite
               MOVE phmValeur(idxMagPhoto) TO psm_valeur
               WRITE tamp_fphotoMagasin
                  INVALID KEY
                     REWRITE tamp_fphotoMagasin
                     END-REWRITE
               END-WRITE
           END-PERFORM
           CLOSE fphotosMagasin
           DISPLAY "Photo du stock des magasins : ", nbMagasinsPhoto,
                   " magasin(s)".

      *>Cette méthode etablit le rapport de rotation du stock sur
      *>une periode : stock moyen (photos de fin de journee), cout
                   IF ps_date NOT < dateDebutCA(1:8) AND
                      ps_date NOT > dateFinCA(1:8) THEN
                      MOVE ps_titre TO tri_cle
                      MOVE ps_idRef TO tri_idRef
                      MOVE 1 TO tri_quantite
                      MOVE ps_valeur TO tri_montant
                      RELEASE tamp_tri
                           PERFORM CLORE_GROUPE_ROTATION
                        END-IF
                        MOVE tri_cle TO triCleCourante
                        MOVE tri_idRef TO idRefTriCourant
                        MOVE 0 TO triCompteurGroupe
                        MOVE 0 TO triMontantGroupe
                     END-IF
               GIVING invMoyenTitre ROUNDED
           PERFORM CALCULER_VENTES_TITRE_ROT
           MOVE triCleCourante TO titreLigneMarge
           MOVE idRefTriCourant TO idRefLigneMarge
           PERFORM CALCULER_COUT_FIFO_TITRE
           MULTIPLY coutMoyenTitre BY qteVendueRotation
               GIVING coutVenduTitre ROUNDED
           *>Cumul par categorie du titre
           MOVE "??" TO conditionLigneMarge
           OPEN INPUT finventaire
           MOVE idRefTriCourant TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CAT_LIVRE OR CAT_FIGURINE OR CAT_GOODIES OR
           COMPUTE rcMarge(idxRotation) = rcMarge(idxRotation)
               + caHTRotation - coutVenduTitre.

      *>Cette méthode cumule les ventes du titre idRefTriCourant sur
      *>la periode (quantite et CA HT, d'apres les lignes de panier
      *>rattachees a leur en-tete courant ou archive)
        CALCULER_VENTES_TITRE_ROT.
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinRot2
               NOT AT END
                   IF fvl_idRef = idRefTriCourant THEN
                      MOVE 0 TO trouveVente
                      OPEN INPUT fventes
                      MOVE fvl_idVente TO fv_id
                   REWRITE tamp_fexemplaire
                   END-REWRITE
                   MOVE fe_titre TO titreHisto
                   MOVE fe_idRef TO idRefHisto
                   MOVE "RG" TO originePrixHisto
                   PERFORM ENREGISTRER_CHANGEMENT_PRIX
                   DISPLAY "Exemplaire reclasse ", fe_condition,
      *>tracee comme toute demarque (motif casse)
        SORTIR_EXEMPLAIRE_DEMARQUE.
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE fe_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY
                 DISPLAY "Titre disparu de l'inventaire, sortie"
                 DISPLAY "non repercutee sur la quantite"
           MOVE prixAchatRetour TO valeurDemarque
           PERFORM ENREGISTRER_DEMARQUE
           MOVE fi_titre TO mouvStockTitre
           MOVE fi_id TO mouvStockIdRef
           MOVE -1 TO mouvStockQuantite
           MOVE "DEMARQUE" TO mouvStockMotif
           MOVE idDemarque TO mouvStockReference
           *>La sortie consomme sa couche de cout FIFO comme une
           *>vente, sinon l'unite sortie resterait valorisee
           MOVE fe_titre TO titreRef
           MOVE fe_idRef TO idArticleRef
           MOVE 1 TO quantiteLigne
           PERFORM CONSOMMER_COUCHES_COUT
           DISPLAY "Exemplaire sorti en demarque, perte : ",
               MOVE 0 TO titreDansOffre
               IF OFFRE_QTE_SERIE THEN
                  OPEN INPUT finventaire
                  MOVE lvIdRef(noLigneOQ) TO fi_id
                  READ finventaire KEY IS fi_id
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        IF fi_serie = oq_cible THEN
              IF remiseOffreQte > fv_prixVente THEN
                 MOVE fv_prixVente TO remiseOffreQte
              END-IF
              MOVE remiseOffreQte TO remisePanierDemandee
              PERFORM PLAFONNER_REMISE_PANIER
              MOVE remisePanierDemandee TO remiseOffreQte
              COMPUTE montantRemiseHT ROUNDED =
                   remiseOffreQte / (1 + tauxTVA)
              COMPUTE montantRemiseTVA =
                        IF qt_idOffre NOT = oq_id THEN
                           MOVE 0 TO WfinOQ2
                        ELSE
                           IF qt_idRef = lvIdRef(noLigneOQ) THEN
                              MOVE 1 TO titreDansOffre
                              MOVE 0 TO WfinOQ2
                           END-IF
                  MOVE idOffreQte TO qt_idOffre
                  MOVE noLigneOQ TO qt_noLigne
                  MOVE titreRef TO qt_titre
                  MOVE idArticleRef TO qt_idRef
                  WRITE tamp_foffreQteLigne
                  END-WRITE
                  DISPLAY "Ajouter un autre titre ? (O/N)"
                   IF trouveVente = 1 THEN
                      MOVE 0 TO titreDansOffre
                      OPEN INPUT finventaire
                      MOVE fvl_idRef TO fi_id
                      READ finventaire KEY IS fi_id
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            IF (CONTRAT_SUR_TITRE AND
                  MOVE idModele TO mdl_idModele
                  MOVE nbLignesModele TO mdl_noLigne
                  MOVE titreRef TO mdl_titre
                  MOVE idArticleRef TO mdl_idRef
                  MOVE quantiteLigne TO mdl_quantite
                  WRITE tamp_fmodeleLigne
                  END-WRITE
        GENERER_LIGNE_DEVIS_MODELE.
           MOVE 0 TO trouve
           OPEN INPUT finventaire
           MOVE mdl_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO trouve
           END-READ
              DISPLAY "[DISPARU] ", mdl_titre, " x", mdl_quantite
           ELSE
              MOVE mdl_titre TO titreRef
              MOVE mdl_idRef TO idArticleRef
              MOVE 0 TO exemplaireChoisi
              PERFORM RECUPERER_PRIX_DE_VENTE
              ADD 1 TO noLigneDevis END-ADD
              MOVE dv_id TO dvl_idDevis
              MOVE noLigneDevis TO dvl_noLigne
              MOVE mdl_titre TO dvl_titreComics
              MOVE mdl_idRef TO dvl_idRef
              MOVE mdl_quantite TO dvl_quantite
              MOVE fv_prixVenteHT TO dvl_prixUnitaireHT
              MULTIPLY fv_prixVenteHT BY mdl_quantite
           CLOSE fmodeles
           DISPLAY "Modeles regeneres en devis : ",
                   nbModelesGeneres.

      *>Cette méthode borne, pour un livre, le prix unitaire HT qui
      *>vient d'etre remise (type de client, accord de prix, soldes)
      *>au prix public diminue du taux plafond de la loi sur le prix
      *>unique du livre : la part de remise refusee est rangee dans
      *>montantEcreteUnitaire. Les figurines, goodies et jeux de
      *>cartes ne sont pas concernes (prixPublicLivreHT reste a
      *>zero), pas plus que l'exemplaire d'occasion vendu sous
      *>regime de la marge ; les anciennes references sans
      *>categorie sont reputees etre des livres, comme pour la TVA
        PLAFONNER_REMISE_LIVRE.
           MOVE 0 TO prixPublicLivreHT
           MOVE 0 TO montantEcreteUnitaire
           IF NOT (CAT_FIGURINE OR CAT_GOODIES OR CAT_JEU_CARTES) AND
              NOT (exemplaireChoisi = 1 AND exemplaireRegimeMarge = 1)
              THEN
              MOVE fi_prix TO prixPublicLivreHT
              IF exemplaireChoisi = 1 THEN
                 MOVE prixExemplaire TO prixPublicLivreHT
              END-IF
              PERFORM OBTENIR_PLAFOND_LIVRE
              COMPUTE prixPlancherLivreHT ROUNDED =
                  prixPublicLivreHT * (1 - tauxPlafondLivre)
              IF fv_prixVenteHT < prixPlancherLivreHT THEN
                 SUBTRACT fv_prixVenteHT FROM prixPlancherLivreHT
                     GIVING montantEcreteUnitaire
                 MOVE prixPlancherLivreHT TO fv_prixVenteHT
                 DISPLAY "Prix unique du livre : remise ramenee au"
                 DISPLAY "plafond legal, ecretage de ",
                         montantEcreteUnitaire, " HT par unite"
              END-IF
           END-IF.

      *>Cette méthode donne le taux plafond de remise sur les livres
      *>applicable au client fv_client : 9 % pour une collectivite
      *>(bibliotheque, ecole, comite d'entreprise), 5 % sinon
        OBTENIR_PLAFOND_LIVRE.
           MOVE TAUX_PLAFOND_LIVRE TO tauxPlafondLivre
           OPEN INPUT fclients
           MOVE fv_client TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CLIENT_COLLECTIVITE THEN
                    MOVE TAUX_PLAFOND_LIVRE_COLL TO tauxPlafondLivre
                 END-IF
           END-READ
           CLOSE fclients.

      *>Cette méthode recontrole au plafond legal la ligne
      *>noLignePlafond d'un panier dont le prix ne sort pas du calcul
      *>de caisse (devis accepte, lot, panier repris) : un livre vendu
      *>sous son prix plancher est remonte au plancher, la ligne et
      *>les cumuls du panier sont recalcules et l'ecretage est trace
        PLAFONNER_LIGNE_PANIER.
           MOVE 0 TO lvPrixPublicHT(noLignePlafond)
           MOVE 0 TO lvRemiseEcretee(noLignePlafond)
           MOVE 0 TO trouve
           OPEN INPUT finventaire
           MOVE lvIdRef(noLignePlafond) TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF NOT (CAT_FIGURINE OR CAT_GOODIES OR
                         CAT_JEU_CARTES) AND
                    lvRegimeMarge(noLignePlafond) = 0 THEN
                    MOVE 1 TO trouve
                 END-IF
           END-READ
           CLOSE finventaire
           IF trouve = 1 THEN
              MOVE fi_prix TO lvPrixPublicHT(noLignePlafond)
              PERFORM OBTENIR_PLAFOND_LIVRE
              COMPUTE prixPlancherLivreHT ROUNDED =
                  fi_prix * (1 - tauxPlafondLivre)
              IF lvPrixUnitaireHT(noLignePlafond) <
                 prixPlancherLivreHT THEN
                 COMPUTE lvRemiseEcretee(noLignePlafond) =
                     (prixPlancherLivreHT
                      - lvPrixUnitaireHT(noLignePlafond))
                     * lvQuantite(noLignePlafond)
                 SUBTRACT lvPrixLigneHT(noLignePlafond) FROM
                     cumulPanierHT END-SUBTRACT
                 SUBTRACT lvMontantTVA(noLignePlafond) FROM
                     cumulPanierTVA END-SUBTRACT
                 SUBTRACT lvPrixLigneTTC(noLignePlafond) FROM
                     cumulPanierTTC END-SUBTRACT
                 MOVE prixPlancherLivreHT TO
                      lvPrixUnitaireHT(noLignePlafond)
                 MULTIPLY prixPlancherLivreHT BY
                     lvQuantite(noLignePlafond)
                     GIVING lvPrixLigneHT(noLignePlafond) ROUNDED
                 MULTIPLY lvPrixLigneHT(noLignePlafond) BY
                     lvTauxTVA(noLignePlafond)
                     GIVING lvMontantTVA(noLignePlafond) ROUNDED
                 ADD lvPrixLigneHT(noLignePlafond)
                     lvMontantTVA(noLignePlafond)
                     GIVING lvPrixLigneTTC(noLignePlafond)
                 ADD lvPrixLigneHT(noLignePlafond) TO cumulPanierHT
                     END-ADD
                 ADD lvMontantTVA(noLignePlafond) TO cumulPanierTVA
                     END-ADD
                 ADD lvPrixLigneTTC(noLignePlafond) TO
                     cumulPanierTTC END-ADD
                 DISPLAY lvTitre(noLignePlafond), " : prix remonte"
                 DISPLAY "au plancher du prix unique du livre (",
                         prixPlancherLivreHT, " HT)"
              END-IF
           END-IF.

      *>Cette méthode calcule le prix plancher TTC des livres du
      *>panier (prix public diminue du taux plafond du client, par
      *>ligne) : une remise sur le panier (offre quantitative, code
      *>promo, points de fidelite) peut entamer les autres articles
      *>mais jamais faire passer le panier sous ce plancher
        CALCULER_PLANCHER_LIVRES.
           MOVE 0 TO plancherLivresTTC
           MOVE 0 TO cumulLivresTTC
           MOVE 0 TO derniereLigneLivre
           PERFORM OBTENIR_PLAFOND_LIVRE
           MOVE 1 TO noLignePlafond
           PERFORM WITH TEST AFTER UNTIL
               noLignePlafond > nbLignesVente
               IF lvPrixPublicHT(noLignePlafond) > 0 THEN
                  COMPUTE plancherLigneTTC ROUNDED =
                      lvPrixPublicHT(noLignePlafond)
                      * lvQuantite(noLignePlafond)
                      * (1 - tauxPlafondLivre)
                      * (1 + lvTauxTVA(noLignePlafond))
                  ADD plancherLigneTTC TO plancherLivresTTC END-ADD
                  ADD lvPrixLigneTTC(noLignePlafond) TO
                      cumulLivresTTC END-ADD
                  MOVE noLignePlafond TO derniereLigneLivre
               END-IF
               ADD 1 TO noLignePlafond END-ADD
           END-PERFORM.

      *>Cette méthode ramene la remise panier remisePanierDemandee
      *>(TTC) a ce que permet le plancher des livres calcule par
      *>CALCULER_PLANCHER_LIVRES ; la part refusee ressort dans
      *>remisePanierEcretee
        ECRETER_REMISE_PANIER.
           MOVE 0 TO remisePanierEcretee
           IF plancherLivresTTC > 0 AND
              fv_prixVente - remisePanierDemandee < plancherLivresTTC
              THEN
              IF fv_prixVente > plancherLivresTTC THEN
                 COMPUTE remisePanierEcretee = remisePanierDemandee
                     - (fv_prixVente - plancherLivresTTC)
              ELSE
                 MOVE remisePanierDemandee TO remisePanierEcretee
              END-IF
              SUBTRACT remisePanierEcretee FROM remisePanierDemandee
                  END-SUBTRACT
              DISPLAY "Prix unique du livre : remise sur le panier"
              DISPLAY "ecretee de ", remisePanierEcretee, " TTC"
           END-IF.

      *>Cette méthode applique le plafond legal a une remise panier
      *>et trace la part ecretee sur les lignes de livres
        PLAFONNER_REMISE_PANIER.
           PERFORM CALCULER_PLANCHER_LIVRES
           PERFORM ECRETER_REMISE_PANIER
           IF remisePanierEcretee > 0 THEN
              PERFORM REPARTIR_ECRETAGE_LIVRES
           END-IF.

      *>Cette méthode repartit l'ecretage remisePanierEcretee (TTC)
      *>sur les lignes de livres du panier au prorata de leur prix
      *>TTC, converti en HT au taux de chaque ligne, la derniere
      *>ligne de livre prenant l'arrondi
        REPARTIR_ECRETAGE_LIVRES.
           MOVE 0 TO cumulPartsEcretage
           MOVE 1 TO noLignePlafond
           PERFORM WITH TEST AFTER UNTIL
               noLignePlafond > nbLignesVente
               IF lvPrixPublicHT(noLignePlafond) > 0 AND
                  cumulLivresTTC > 0 THEN
                  IF noLignePlafond = derniereLigneLivre THEN
                     COMPUTE partEcretageLigne =
                         remisePanierEcretee - cumulPartsEcretage
                  ELSE
                     COMPUTE partEcretageLigne ROUNDED =
                         remisePanierEcretee
                         * lvPrixLigneTTC(noLignePlafond)
                         / cumulLivresTTC
                  END-IF
                  ADD partEcretageLigne TO cumulPartsEcretage
                      END-ADD
                  COMPUTE lvRemiseEcretee(noLignePlafond) ROUNDED =
                      lvRemiseEcretee(noLignePlafond)
                      + partEcretageLigne
                      / (1 + lvTauxTVA(noLignePlafond))
               END-IF
               ADD 1 TO noLignePlafond END-ADD
           END-PERFORM.

      *>Cette méthode etablit le rapport de conformite au prix unique
      *>du livre sur une periode : toute ligne de livre vendue sous
      *>le prix plancher de son client (vente anterieure au
      *>controle, devis converti, commande web, vente de salon) est
      *>listee, ainsi que les remises ecretees en caisse, pour
      *>justifier du respect de la loi lors d'un controle
        RAPPORT_PRIX_UNIQUE_LIVRE.
           DISPLAY "Entrez la date de debut de la periode"
           DISPLAY "Entrez l'annee"
           ACCEPT anDebutCA
           DISPLAY "Entrez le mois"
           ACCEPT moisDebutCA
           DISPLAY "Entrez le jour"
           ACCEPT jourDebutCA
           DISPLAY "Entrez la date de fin de la periode"
           DISPLAY "Entrez l'annee"
           ACCEPT anFinCA
           DISPLAY "Entrez le mois"
           ACCEPT moisFinCA
           DISPLAY "Entrez le jour"
           ACCEPT jourFinCA
           MOVE 0 TO nbLignesHorsPlafond
           MOVE 0 TO nbLignesEcretees
           MOVE 0 TO totalEcretePeriode
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           STRING "PRIXLIVRE-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           STRING "Conformite prix unique du livre, etabli le "
                  DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Periode du " DELIMITED BY SIZE
                  dateDebutCA(1:8) DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  dateFinCA(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Plafond : 5 % du prix public, 9 % collectivites"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinPlafond
           OPEN INPUT fventesLignes
           PERFORM WITH TEST AFTER UNTIL WfinPlafond = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinPlafond
               NOT AT END
                   PERFORM CONTROLER_LIGNE_PRIX_LIVRE
               END-READ
           END-PERFORM
           CLOSE fventesLignes
           IF nbLignesHorsPlafond = 0 THEN
              MOVE "Aucune ligne de livre au-dela du plafond legal"
                   TO ligneRapport
              WRITE ligneRapport
           END-IF
           STRING "Lignes au-dela du plafond : " DELIMITED BY SIZE
                  nbLignesHorsPlafond DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Lignes ecretees en caisse : " DELIMITED BY SIZE
                  nbLignesEcretees DELIMITED BY SIZE
                  " pour " DELIMITED BY SIZE
                  totalEcretePeriode DELIMITED BY SIZE
                  " HT" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Lignes au-dela du plafond : ", nbLignesHorsPlafond
           DISPLAY "Lignes ecretees en caisse : ", nbLignesEcretees
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport.

      *>Cette méthode controle la ligne de vente du tampon
      *>tamp_fventeLigne : la vente (courante ou archivee) doit etre
      *>aboutie et dans la periode, l'article un livre ; le prix
      *>public de reference est celui trace sur la ligne, a defaut le
      *>prix actuel de l'inventaire
        CONTROLER_LIGNE_PRIX_LIVRE.
           MOVE 0 TO venteLignePlafond
           OPEN INPUT fventes
           MOVE fvl_idVente TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF fv_statut = 0 OR fv_statut = 3 THEN
                    MOVE 1 TO venteLignePlafond
                    MOVE fv_dateVente TO dateVentePlafond
                 END-IF
           END-READ
           CLOSE fventes
           IF venteLignePlafond = 0 THEN
              OPEN INPUT fventesArchive
              MOVE fvl_idVente TO fva_id
              READ fventesArchive KEY IS fva_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fva_statut = 0 OR fva_statut = 3 THEN
                       MOVE 1 TO venteLignePlafond
                       MOVE fva_dateVente TO dateVentePlafond
                       MOVE fva_client TO fv_client
                    END-IF
              END-READ
              CLOSE fventesArchive
           END-IF
           *>Un livre d'occasion vendu sous regime de la marge
           *>echappe au prix unique du livre
           IF venteLignePlafond = 1 AND NOT LIGNE_REGIME_MARGE AND
              dateVentePlafond NOT < dateDebutCA AND
              dateVentePlafond NOT > dateFinCA THEN
              MOVE fvl_prixPublicHT TO prixPublicLivreHT
              OPEN INPUT finventaire
              MOVE fvl_idRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CAT_FIGURINE OR CAT_GOODIES OR CAT_JEU_CARTES
                       THEN
                       MOVE 0 TO prixPublicLivreHT
                    ELSE IF prixPublicLivreHT = 0 THEN
                       MOVE fi_prix TO prixPublicLivreHT
                    END-IF
              END-READ
              CLOSE finventaire
              IF prixPublicLivreHT > 0 THEN
                 PERFORM OBTENIR_PLAFOND_LIVRE
                 COMPUTE prixPlancherLivreHT ROUNDED =
                     prixPublicLivreHT * (1 - tauxPlafondLivre)
                 IF fvl_prixUnitaireHT < prixPlancherLivreHT THEN
                    ADD 1 TO nbLignesHorsPlafond END-ADD
                    COMPUTE remiseLigneLivre =
                        prixPublicLivreHT - fvl_prixUnitaireHT
                    STRING "HORS PLAFOND vente " DELIMITED BY SIZE
                           fvl_idVente DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           fvl_noLigne DELIMITED BY SIZE
                           " du " DELIMITED BY SIZE
                           dateVentePlafond(1:8) DELIMITED BY SIZE
                           INTO ligneRapport
                    WRITE ligneRapport
                    STRING "   " DELIMITED BY SIZE
                           fvl_titreComics DELIMITED BY SIZE
                           " public " DELIMITED BY SIZE
                           prixPublicLivreHT DELIMITED BY SIZE
                           " vendu " DELIMITED BY SIZE
                           fvl_prixUnitaireHT DELIMITED BY SIZE
                           INTO ligneRapport
                    WRITE ligneRapport
                    STRING "   remise unitaire HT " DELIMITED BY SIZE
                           remiseLigneLivre DELIMITED BY SIZE
                           " plancher " DELIMITED BY SIZE
                           prixPlancherLivreHT DELIMITED BY SIZE
                           INTO ligneRapport
                    WRITE ligneRapport
                 END-IF
              END-IF
              IF fvl_remiseEcretee > 0 THEN
                 ADD 1 TO nbLignesEcretees END-ADD
                 ADD fvl_remiseEcretee TO totalEcretePeriode END-ADD
                 STRING "Ecretee en caisse vente " DELIMITED BY SIZE
                        fvl_idVente DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        fvl_noLigne DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        fvl_remiseEcretee DELIMITED BY SIZE
                        " HT" DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
              END-IF
           END-IF.

      *>Cette méthode reprend, pour un exemplaire d'occasion rachete
      *>a un particulier, le calcul de TVA du prix qui vient d'etre
      *>etabli : le prix TTC est conserve, la TVA n'est due que sur
      *>la marge (prix TTC moins prix de rachat, TVA comprise) et
      *>une marge nulle ou negative ne donne lieu a aucune TVA
        APPLIQUER_REGIME_MARGE.
           MOVE 0 TO venteRegimeMarge
           IF exemplaireChoisi = 1 AND exemplaireRegimeMarge = 1 THEN
              MOVE 1 TO venteRegimeMarge
              COMPUTE margeTTCUnitaire =
                  fv_prixVente - coutAchatExemplaire
              IF margeTTCUnitaire > 0 THEN
                 COMPUTE fv_montantTVA ROUNDED =
                     margeTTCUnitaire * tauxTVACourant
                     / (1 + tauxTVACourant)
              ELSE
                 MOVE 0 TO fv_montantTVA
              END-IF
              SUBTRACT fv_montantTVA FROM fv_prixVente
                  GIVING fv_prixVenteHT
              DISPLAY "Exemplaire d'occasion : TVA sur la marge"
           END-IF.

      *>Cette méthode retrouve, pour la ligne de panier reprise
      *>nbLignesVente, si son exemplaire releve du regime de la marge
      *>et son prix de rachat
        RELIRE_REGIME_MARGE_LIGNE.
           MOVE 0 TO lvRegimeMarge(nbLignesVente)
           MOVE 0 TO lvCoutAchatMarge(nbLignesVente)
           IF lvIdExemplaire(nbLignesVente) NOT = 0 THEN
              OPEN INPUT fexemplaires
              MOVE lvIdExemplaire(nbLignesVente) TO fe_id
              READ fexemplaires KEY IS fe_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF EXEMPLAIRE_REGIME_MARGE THEN
                       MOVE 1 TO lvRegimeMarge(nbLignesVente)
                       MULTIPLY fe_coutAchat BY
                           lvQuantite(nbLignesVente)
                           GIVING lvCoutAchatMarge(nbLignesVente)
                    END-IF
              END-READ
              CLOSE fexemplaires
           END-IF.

      *>Cette méthode reconstruit, une seule fois, les fichiers de
      *>ventes construits avant les cles client et de reference
      *>(ouverture en statut 39) : chaque fichier est decharge a plat
      *>dans <fichier>.DECHARGE par sa vue d'avant les cles, recree
      *>vide sous ses nouveaux index puis recharge. Le dechargement
      *>reste sur le disque, et un ecart de comptage est signale
        RECONSTRUIRE_INDEX_VENTES.
           IF indexVentesAReconstruire = 1 THEN
              PERFORM RECONSTRUIRE_INDEX_FVENTES
           END-IF
           IF indexArchiveAReconstruire = 1 THEN
              PERFORM RECONSTRUIRE_INDEX_ARCHIVE
           END-IF
           IF indexLignesAReconstruire = 1 THEN
              PERFORM RECONSTRUIRE_INDEX_LIGNES
           END-IF.

      *>Cette méthode decharge puis recharge fventes
        RECONSTRUIRE_INDEX_FVENTES.
           DISPLAY "Reconstruction des index de ", nomFichierVentes
           MOVE SPACES TO nomDechargement
           STRING nomFichierVentes DELIMITED BY SPACE
                  ".DECHARGE" DELIMITED BY SIZE
                  INTO nomDechargement
           MOVE 0 TO nbDecharges
           MOVE 0 TO nbRecharges
           OPEN INPUT fventesAvantIndex
           IF cr_fventesAvantIndex NOT = 0 THEN
              MOVE "fventes" TO nomFichierErreur
              MOVE cr_fventesAvantIndex TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fventesAvantIndex NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fventeAvantIndex TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesAvantIndex
           OPEN OUTPUT fventes
           OPEN INPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE ligneDechargement TO tamp_fvente
                   WRITE tamp_fvente
                      INVALID KEY
                         DISPLAY "Vente ", fv_id, " non rechargee"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventes
           MOVE "fventes" TO journalFichier
           PERFORM CONCLURE_RECONSTRUCTION.

      *>Cette méthode decharge puis recharge fventesArchive
        RECONSTRUIRE_INDEX_ARCHIVE.
           DISPLAY "Reconstruction des index de ventes_archive.dat"
           MOVE "ventes_archive.dat.DECHARGE" TO nomDechargement
           MOVE 0 TO nbDecharges
           MOVE 0 TO nbRecharges
           OPEN INPUT fventesArchiveAvantIndex
           IF cr_fventesArchAvantIndex NOT = 0 THEN
              MOVE "fventesArchive" TO nomFichierErreur
              MOVE cr_fventesArchAvantIndex TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fventesArchiveAvantIndex NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fventeArchAvantIndex TO
                        ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesArchiveAvantIndex
           OPEN OUTPUT fventesArchive
           OPEN INPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE ligneDechargement TO tamp_fventesArchive
                   WRITE tamp_fventesArchive
                      INVALID KEY
                         DISPLAY "Vente archivee ", fva_id,
                                 " non rechargee"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesArchive
           MOVE "fventesArchive" TO journalFichier
           PERFORM CONCLURE_RECONSTRUCTION.

      *>Cette méthode decharge puis recharge fventesLignes
        RECONSTRUIRE_INDEX_LIGNES.
           DISPLAY "Reconstruction des index de ",
                   nomFichierVentesLignes
           MOVE SPACES TO nomDechargement
           STRING nomFichierVentesLignes DELIMITED BY SPACE
                  ".DECHARGE" DELIMITED BY SIZE
                  INTO nomDechargement
           MOVE 0 TO nbDecharges
           MOVE 0 TO nbRecharges
           OPEN INPUT fventesLignesAvantIndex
           IF cr_fventesLignAvantIndex NOT = 0 THEN
              MOVE "fventesLignes" TO nomFichierErreur
              MOVE cr_fventesLignAvantIndex TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fventesLignesAvantIndex NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fventeLignAvantIndex TO
                        ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesLignesAvantIndex
           OPEN OUTPUT fventesLignes
           OPEN INPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE ligneDechargement TO tamp_fventeLigne
                   WRITE tamp_fventeLigne
                      INVALID KEY
                         DISPLAY "Ligne ", fvl_idVente, "/",
                                 fvl_noLigne, " non rechargee"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesLignes
           MOVE "fventesLignes" TO journalFichier
           PERFORM CONCLURE_RECONSTRUCTION.

      *>Cette méthode affiche et journalise le bilan de la
      *>reconstruction du fichier journalFichier
        CONCLURE_RECONSTRUCTION.
           DISPLAY "   enregistrements decharges : ", nbDecharges,
                   " - recharges : ", nbRecharges
           IF nbRecharges NOT = nbDecharges THEN
              DISPLAY "ATTENTION : comptes differents, le"
              DISPLAY "dechargement est conserve dans ",
                      nomDechargement
           END-IF
           MOVE "RECONSTRUIRE_INDEX_VENTES" TO journalParagraphe
           MOVE "MIGRATION" TO journalOperation
           MOVE nbRecharges TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode sort de fventes les commandes encore ouvertes
      *>(statut En attente ou Expedie) enregistrees avant la tenue
      *>des commandes dans leur propre fichier : chacune passe dans
      *>fcommandes en gardant son numero (ses lignes, son plan de
      *>paiement et ses reglements s'y rattachent deja), ce numero
      *>restant reserve a la vente qui sera creee au retrait. Le
      *>compteur COMMANDE est ensuite porte au-dela du plus grand
      *>numero repris, et les ventes restantes recoivent une
      *>commande d'origine a zero. Un rapport date liste les
      *>commandes reprises et celles qui n'ont pu l'etre
        MIGRER_COMMANDES_OUVERTES.
           MOVE 0 TO nbCommandesMigrees
           MOVE 0 TO nbCommandesNonMigrees
           MOVE 0 TO idMaxCommandeMigree
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           STRING "COMMANDES-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           STRING "Reprise des commandes ouvertes, le "
                  DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinCmd
           PERFORM OUVRIR_IO_FVENTES
           PERFORM OUVRIR_IO_FCOMMANDES
           PERFORM WITH TEST AFTER UNTIL WfinCmd = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinCmd
               NOT AT END
                   IF fv_statut = 1 OR fv_statut = 2 THEN
                      PERFORM MIGRER_UNE_COMMANDE
                   ELSE
                      IF fv_idCommande IS NOT NUMERIC THEN
                         MOVE 0 TO fv_idCommande
                         REWRITE tamp_fvente
                         END-REWRITE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           CLOSE fventes
           IF idMaxCommandeMigree > 0 THEN
              PERFORM AJUSTER_COMPTEUR_COMMANDE
           END-IF
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           STRING "Commandes reprises : " DELIMITED BY SIZE
                  nbCommandesMigrees DELIMITED BY SIZE
                  " - non reprises : " DELIMITED BY SIZE
                  nbCommandesNonMigrees DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Commandes reprises : ", nbCommandesMigrees
           DISPLAY "Commandes non reprises : ", nbCommandesNonMigrees
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "MIGRER_COMMANDES_OUVERTES" TO journalParagraphe
           MOVE "MIGRATION" TO journalOperation
           MOVE "fcommandes" TO journalFichier
           MOVE nomRapport TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode reprend dans fcommandes la commande ouverte
      *>presente dans le tampon tamp_fvente, puis la retire de
      *>fventes (fventes et fcommandes ouverts en entree-sortie
      *>par l'appelant)
        MIGRER_UNE_COMMANDE.
           MOVE fv_id TO cmd_id
           MOVE fv_id TO cmd_idVente
           MOVE 0 TO cmd_idPlan
           MOVE "B" TO cmd_origine
           PERFORM RANGER_COMMANDE_TAMPON
           PERFORM RETROUVER_PLAN_COMMANDE
           WRITE tamp_fcommande
              INVALID KEY
                 ADD 1 TO nbCommandesNonMigrees END-ADD
                 STRING "Commande " DELIMITED BY SIZE
                        fv_id DELIMITED BY SIZE
                        " : numero deja pris dans fcommandes,"
                        DELIMITED BY SIZE
                        " laissee dans fventes" DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
                 END-WRITE
              NOT INVALID KEY
                 DELETE fventes RECORD
                 END-DELETE
                 ADD 1 TO nbCommandesMigrees END-ADD
                 IF cmd_id > idMaxCommandeMigree THEN
                    MOVE cmd_id TO idMaxCommandeMigree
                 END-IF
                 STRING "Commande " DELIMITED BY SIZE
                        cmd_id DELIMITED BY SIZE
                        " reprise - client " DELIMITED BY SIZE
                        cmd_client DELIMITED BY SIZE
                        " - reste du " DELIMITED BY SIZE
                        cmd_resteDu DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
                 END-WRITE
           END-WRITE.

      *>Cette méthode retrouve le plan de paiement en cours de la
      *>commande cmd_id, pour que l'en-tete porte le lien
        RETROUVER_PLAN_COMMANDE.
           MOVE 1 TO WfinPlan
           OPEN INPUT fplans
           PERFORM WITH TEST AFTER UNTIL WfinPlan = 0
               READ fplans NEXT
               AT END MOVE 0 TO WfinPlan
               NOT AT END
                   IF pl_idCommande = cmd_id AND PLAN_EN_COURS THEN
                      MOVE pl_id TO cmd_idPlan
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fplans.

      *>Cette méthode porte le compteur COMMANDE au-dela du plus
      *>grand numero de commande repris, pour que les commandes
      *>suivantes ne reprennent pas un numero deja attribue
        AJUSTER_COMPTEUR_COMMANDE.
           OPEN I-O fcompteurs
           MOVE "COMMANDE" TO co_nom
           READ fcompteurs KEY IS co_nom
              INVALID KEY
                 MOVE "COMMANDE" TO co_nom
                 MOVE idMaxCommandeMigree TO co_valeur
                 WRITE tamp_fcompteur
                 END-WRITE
              NOT INVALID KEY
                 IF co_valeur < idMaxCommandeMigree THEN
                    MOVE idMaxCommandeMigree TO co_valeur
                    REWRITE tamp_fcompteur
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE fcompteurs.

      *>Cette méthode expedie un colis pour une commande a distance
      *>(vente par correspondance ou web) : les lignes arrivees
      *>choisies partent dans le colis, le bordereau est imprime
      *>avec l'adresse de la fiche client et le client est prevenu
      *>du numero de suivi. Une commande peut partir en plusieurs
      *>colis ; elle passe Livre a la confirmation de livraison du
      *>dernier
        CREER_EXPEDITION.
           DISPLAY "Entrez l'id de la commande a expedier"
           ACCEPT idCommande
           PERFORM OUVRIR_IO_FCOMMANDES
           MOVE idCommande TO cmd_id
           READ fcommandes KEY IS cmd_id
              INVALID KEY
                 DISPLAY "Erreur, cet id n'est pas attribue"
              NOT INVALID KEY
                 IF NOT COMMANDE_EN_ATTENTE AND
                    NOT COMMANDE_EXPEDIEE THEN
                    DISPLAY "Cette commande n'est pas ouverte"
                 ELSE
                    PERFORM CHARGER_COMMANDE_TAMPON
                    PERFORM PREPARER_COLIS
                 END-IF
           END-READ
           CLOSE fcommandes.

      *>Cette méthode compose le colis de la commande presente dans
      *>les tampons tamp_fcommande et tamp_fvente (fcommandes ouvert
      *>en entree-sortie par l'appelant) : chaque ligne arrivee
      *>retenue sort du stock et passe retiree avec le numero du
      *>colis, le solde des lignes expediees est encaisse comme a
      *>un retrait en boutique et la commande passe Expedie
        PREPARER_COLIS.
           MOVE 0 TO idExpedition
           MOVE 0 TO nbLignesColis
           MOVE 0 TO montantRetraitLignes
           MOVE 0 TO resteLignesOuvertes
           MOVE 1 TO WfinCmdL
           OPEN I-O fcommandesLignes
           MOVE fv_id TO cml_idCommande
           MOVE 0 TO cml_noLigne
           START fcommandesLignes KEY IS NOT LESS THAN cml_cle
              INVALID KEY
                 MOVE 0 TO WfinCmdL
                 DISPLAY "Cette commande n'a pas de lignes"
                 DISPLAY "detaillees : elle ne peut pas etre"
                 DISPLAY "expediee en colis"
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinCmdL = 0
                    READ fcommandesLignes NEXT
                    AT END MOVE 0 TO WfinCmdL
                    NOT AT END
                        IF cml_idCommande NOT = fv_id THEN
                           MOVE 0 TO WfinCmdL
                        ELSE
                           IF LIGNE_CMD_ARRIVEE THEN
                              PERFORM METTRE_LIGNE_COLIS
                           END-IF
                           IF LIGNE_CMD_ATTENDUE OR
                              LIGNE_CMD_ARRIVEE THEN
                              ADD 1 TO resteLignesOuvertes END-ADD
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fcommandesLignes
           IF nbLignesColis = 0 THEN
              DISPLAY "Aucune ligne dans le colis : rien n'est"
              DISPLAY "expedie"
           ELSE
              PERFORM TROUVER_ADRESSE_EXPEDITION
              PERFORM SAISIR_DETAILS_COLIS
              IF montantRetraitLignes > 0 THEN
                 PERFORM ENCAISSER_RETRAIT_LIGNES
              END-IF
              *>Le dernier colis solde un reliquat eventuel, comme
              *>le dernier retrait en boutique
              IF resteLignesOuvertes = 0 AND fv_resteDu > 0 THEN
                 PERFORM REGLER_SOLDE_COMMANDE
              END-IF
              MOVE 2 TO fv_statut
              IF resteLignesOuvertes > 0 THEN
                 DISPLAY "Lignes restantes ouvertes : ",
                         resteLignesOuvertes
              END-IF
              PERFORM RANGER_COMMANDE_TAMPON
              REWRITE tamp_fcommande
                 INVALID KEY
                    DISPLAY "Erreur de mise a jour de la commande"
                 NOT INVALID KEY
                    MOVE "PREPARER_COLIS" TO journalParagraphe
                    MOVE "MODIFICATION" TO journalOperation
                    MOVE "fcommandes" TO journalFichier
                    MOVE cmd_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
              END-REWRITE
              PERFORM ECRIRE_EXPEDITION
              PERFORM IMPRIMER_BORDEREAU
              PERFORM NOTIFIER_EXPEDITION
           END-IF.

      *>Cette méthode propose de mettre dans le colis la ligne
      *>arrivee presente dans le tampon tamp_fcommandeLigne : le
      *>stock sort par le circuit habituel, la ligne passe retiree
      *>et porte le numero du colis (attribue a la premiere ligne)
        METTRE_LIGNE_COLIS.
           DISPLAY "Ligne arrivee : ", cml_titreComics, " x",
                   cml_quantite, " (", cml_prixLigneTTC, " TTC)"
           MOVE SPACES TO reponseColisLigne
           PERFORM WITH TEST AFTER UNTIL
               reponseColisLigne = "O" OR
               reponseColisLigne = "o" OR
               reponseColisLigne = "N" OR
               reponseColisLigne = "n"
               DISPLAY "Mettre cette ligne dans le colis ? (O/N)"
               ACCEPT reponseColisLigne
           END-PERFORM
           IF reponseColisLigne = "O" OR
              reponseColisLigne = "o" THEN
              IF idExpedition = 0 THEN
                 MOVE "EXPEDITION" TO compteurNom
                 PERFORM OBTENIR_PROCHAIN_ID
                 MOVE prochainId TO idExpedition
              END-IF
              MOVE cml_titreComics TO titreRef
              MOVE cml_idRef TO idArticleRef
              MOVE cml_quantite TO quantiteLigne
              PERFORM MAJ_INVENTAIRE
              MOVE 2 TO cml_statut
              MOVE idExpedition TO cml_idExpedition
              REWRITE tamp_fcommandeLigne
                 NOT INVALID KEY
                    ADD 1 TO nbLignesColis END-ADD
                    ADD cml_prixLigneTTC TO montantRetraitLignes
                        END-ADD
              END-REWRITE
           END-IF.

      *>Cette méthode reprend le destinataire et l'adresse de
      *>livraison de la fiche du client de la commande ; une fiche
      *>sans adresse la fait saisir pour le bordereau
        TROUVER_ADRESSE_EXPEDITION.
           MOVE SPACES TO adresseExpedition
           MOVE SPACES TO nomDestinataire
           OPEN INPUT fclients
           MOVE fv_client TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE fc_adresse TO adresseExpedition
                 STRING fc_prenom DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        fc_nom DELIMITED BY "  "
                        INTO nomDestinataire
           END-READ
           CLOSE fclients
           IF nomDestinataire = SPACES THEN
              DISPLAY "Client inconnu : entrez le nom du destinataire"
              ACCEPT nomDestinataire
           END-IF
           PERFORM WITH TEST AFTER UNTIL adresseExpedition NOT = SPACES
               IF adresseExpedition = SPACES THEN
                  DISPLAY "Aucune adresse sur la fiche client :"
                  DISPLAY "entrez l'adresse de livraison"
                  ACCEPT adresseExpedition
               END-IF
           END-PERFORM
           DISPLAY "Livraison a : ", nomDestinataire
           DISPLAY "              ", adresseExpedition.

      *>Cette méthode saisit le transporteur, le numero de suivi,
      *>le poids et les frais de port (factures au client et payes
      *>au transporteur) du colis
        SAISIR_DETAILS_COLIS.
           MOVE SPACES TO transporteurSaisi
           PERFORM WITH TEST AFTER UNTIL transporteurSaisi NOT = SPACES
                   DISPLAY "Transporteur"
                   ACCEPT transporteurSaisi
           END-PERFORM
           MOVE SPACES TO numeroSuiviSaisi
           PERFORM WITH TEST AFTER UNTIL numeroSuiviSaisi NOT = SPACES
                   DISPLAY "Numero de suivi du colis"
                   ACCEPT numeroSuiviSaisi
           END-PERFORM
           DISPLAY "Poids du colis (grammes)"
           ACCEPT poidsColisSaisi
           DISPLAY "Frais de port factures au client"
           ACCEPT portFactureSaisi
           DISPLAY "Frais de port payes au transporteur"
           ACCEPT portPayeSaisi.

      *>Cette méthode enregistre le colis expedie dans fexpeditions
        ECRIRE_EXPEDITION.
           MOVE idExpedition TO ex_id
           MOVE cmd_id TO ex_idCommande
           MOVE cmd_client TO ex_client
           MOVE FUNCTION CURRENT-DATE TO ex_dateExpedition
           MOVE transporteurSaisi TO ex_transporteur
           MOVE numeroSuiviSaisi TO ex_numeroSuivi
           MOVE poidsColisSaisi TO ex_poidsGrammes
           MOVE portFactureSaisi TO ex_portFacture
           MOVE portPayeSaisi TO ex_portPaye
           MOVE nbLignesColis TO ex_nbLignes
           MOVE montantRetraitLignes TO ex_montantLignes
           MOVE adresseExpedition TO ex_adresse
           MOVE 0 TO ex_statut
           MOVE SPACES TO ex_dateLivraison
           OPEN I-O fexpeditions
           WRITE tamp_fexpedition
              INVALID KEY
                 DISPLAY "Erreur : le colis ", ex_id, " existe deja"
              NOT INVALID KEY
                 DISPLAY "Colis ", ex_id, " expedie"
                 MOVE "ECRIRE_EXPEDITION" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fexpeditions" TO journalFichier
                 MOVE ex_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE fexpeditions.

      *>Cette méthode imprime le bordereau d'expedition du colis
      *>(BORDEREAU-<colis>.TXT) : destinataire, adresse, transporteur,
      *>suivi et detail des lignes du colis
        IMPRIMER_BORDEREAU.
           MOVE SPACES TO nomRapport
           STRING "BORDEREAU-" DELIMITED BY SIZE
                  idExpedition(6:10) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "BORDEREAU D'EXPEDITION - COLIS " DELIMITED BY SIZE
                  idExpedition DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Commande " DELIMITED BY SIZE
                  cmd_id DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  cmd_dateCommande(1:8) DELIMITED BY SIZE
                  " - expedie le " DELIMITED BY SIZE
                  ex_dateExpedition DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "Destinataire :" TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   " DELIMITED BY SIZE
                  nomDestinataire DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   " DELIMITED BY SIZE
                  adresseExpedition DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Transporteur : " DELIMITED BY SIZE
                  transporteurSaisi DELIMITED BY SIZE
                  " - poids : " DELIMITED BY SIZE
                  poidsColisSaisi DELIMITED BY SIZE
                  " g" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Numero de suivi : " DELIMITED BY SIZE
                  numeroSuiviSaisi DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "Contenu du colis :" TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinCmdL
           OPEN INPUT fcommandesLignes
           MOVE cmd_id TO cml_idCommande
           MOVE 0 TO cml_noLigne
           START fcommandesLignes KEY IS NOT LESS THAN cml_cle
              INVALID KEY MOVE 0 TO WfinCmdL
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinCmdL = 0
                    READ fcommandesLignes NEXT
                    AT END MOVE 0 TO WfinCmdL
                    NOT AT END
                        IF cml_idCommande NOT = cmd_id THEN
                           MOVE 0 TO WfinCmdL
                        ELSE
                           IF cml_idExpedition = idExpedition THEN
                              MOVE SPACES TO ligneRapport
                              STRING "   " DELIMITED BY SIZE
                                     cml_titreComics DELIMITED BY SIZE
                                     " x" DELIMITED BY SIZE
                                     cml_quantite DELIMITED BY SIZE
                                     INTO ligneRapport
                              WRITE ligneRapport
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fcommandesLignes
           MOVE SPACES TO ligneRapport
           STRING "Lignes dans le colis : " DELIMITED BY SIZE
                  nbLignesColis DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Bordereau imprime dans : ", nomRapport
           MOVE "BORDEREAU" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE idExpedition TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode previent le client du depart de son colis,
      *>avec le numero de suivi du transporteur
        NOTIFIER_EXPEDITION.
           MOVE fv_client TO nb_client
           MOVE SPACES TO nb_mail
           MOVE "VOTRE COLIS EST EXPEDIE" TO nb_objet
           MOVE SPACES TO nb_texte
           STRING "Commande n. " DELIMITED BY SIZE
                  fv_id(6:10) DELIMITED BY SIZE
                  " expediee, suivi " DELIMITED BY SIZE
                  numeroSuiviSaisi DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  transporteurSaisi DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
                  INTO nb_texte
           PERFORM DEPOSER_NOTIFICATION.

      *>Cette méthode affiche les colis d'une commande avec leur
      *>transporteur, leur numero de suivi et leur etat, pour
      *>repondre au client qui demande ou en est son envoi
        AFFICHER_COLIS_COMMANDE.
           DISPLAY "Entrez l'id de la commande"
           ACCEPT idCommande
           MOVE 0 TO nbColisPeriode
           MOVE 1 TO WfinExpe
           OPEN INPUT fexpeditions
           MOVE idCommande TO ex_idCommande
           START fexpeditions KEY IS = ex_idCommande
              INVALID KEY MOVE 0 TO WfinExpe
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinExpe = 0
                    READ fexpeditions NEXT
                    AT END MOVE 0 TO WfinExpe
                    NOT AT END
                        IF ex_idCommande NOT = idCommande THEN
                           MOVE 0 TO WfinExpe
                        ELSE
                           ADD 1 TO nbColisPeriode END-ADD
                           DISPLAY "Colis ", ex_id, " du ",
                                   ex_dateExpedition, " - ",
                                   ex_transporteur
                           DISPLAY "   Suivi : ", ex_numeroSuivi
                           IF EXPEDITION_LIVREE THEN
                              DISPLAY "   Livre le ",
                                      ex_dateLivraison
                           ELSE
                              DISPLAY "   En cours d'acheminement"
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fexpeditions
           IF nbColisPeriode = 0 THEN
              DISPLAY "Aucun colis expedie pour cette commande"
           END-IF.

      *>Cette méthode importe les confirmations de livraison du
      *>transporteur : chaque colis confirme passe livre, et la
      *>commande dont plus aucune ligne ni aucun colis n'est en
      *>attente passe Livre (creation de sa vente, client prevenu).
      *>Le compte rendu part dans LIVRAISONS-date.TXT
        IMPORTER_LIVRAISONS.
           DISPLAY "Entrez le nom du fichier des confirmations"
           ACCEPT nomFluxLivraisons
           MOVE 0 TO nbLignesLivraison
           MOVE 0 TO nbColisLivres
           MOVE 0 TO nbColisInconnus
           MOVE 0 TO nbCommandesLivrees
           OPEN INPUT fluxLivraisons
           IF cr_fluxLivraisons NOT = 0 THEN
              DISPLAY "Fichier introuvable : ", nomFluxLivraisons
           ELSE
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE SPACES TO nomRapport
              STRING "LIVRAISONS-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Confirmations de livraison " DELIMITED BY SIZE
                     nomFluxLivraisons DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE 1 TO WfinLivraison
              PERFORM WITH TEST AFTER UNTIL WfinLivraison = 0
                  READ fluxLivraisons
                  AT END MOVE 0 TO WfinLivraison
                  NOT AT END
                      ADD 1 TO nbLignesLivraison END-ADD
                      PERFORM TRAITER_CONFIRMATION_LIVRAISON
                  END-READ
              END-PERFORM
              CLOSE fluxLivraisons
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Lignes lues : " DELIMITED BY SIZE
                     nbLignesLivraison DELIMITED BY SIZE
                     " - colis livres : " DELIMITED BY SIZE
                     nbColisLivres DELIMITED BY SIZE
                     " - inconnus : " DELIMITED BY SIZE
                     nbColisInconnus DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Commandes livrees : " DELIMITED BY SIZE
                     nbCommandesLivrees DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              CLOSE frapport
              DISPLAY "-- CONFIRMATIONS DE LIVRAISON --"
              DISPLAY "Lignes lues : ", nbLignesLivraison
              DISPLAY "Colis livres : ", nbColisLivres
              DISPLAY "Numeros de suivi inconnus : ", nbColisInconnus
              DISPLAY "Commandes livrees : ", nbCommandesLivrees
              DISPLAY "Rapport enregistre dans :"
              DISPLAY nomRapport
           END-IF.

      *>Cette méthode traite une confirmation : le colis retrouve
      *>par son numero de suivi passe livre a la date indiquee (la
      *>date du jour a defaut), puis sa commande est examinee
        TRAITER_CONFIRMATION_LIVRAISON.
           MOVE SPACES TO champSuiviLiv
           MOVE SPACES TO champDateLiv
           UNSTRING ligneFluxLivraisons DELIMITED BY ";"
               INTO champSuiviLiv champDateLiv
           MOVE 0 TO idCommande
           OPEN I-O fexpeditions
           MOVE champSuiviLiv TO ex_numeroSuivi
           READ fexpeditions KEY IS ex_numeroSuivi
              INVALID KEY
                 ADD 1 TO nbColisInconnus END-ADD
                 MOVE SPACES TO ligneRapport
                 STRING "Suivi inconnu : " DELIMITED BY SIZE
                        champSuiviLiv DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
                 END-WRITE
              NOT INVALID KEY
                 IF EXPEDITION_EN_COURS THEN
                    MOVE 1 TO ex_statut
                    IF champDateLiv = SPACES THEN
                       MOVE FUNCTION CURRENT-DATE TO ex_dateLivraison
                    ELSE
                       MOVE champDateLiv(1:8) TO ex_dateLivraison
                    END-IF
                    REWRITE tamp_fexpedition
                       NOT INVALID KEY
                          ADD 1 TO nbColisLivres END-ADD
                          MOVE ex_idCommande TO idCommande
                          MOVE "TRAITER_CONFIRMATION_LIVRAISON" TO
                               journalParagraphe
                          MOVE "MODIFICATION" TO journalOperation
                          MOVE "fexpeditions" TO journalFichier
                          MOVE ex_id TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE SPACES TO ligneRapport
                          STRING "Colis " DELIMITED BY SIZE
                                 ex_id DELIMITED BY SIZE
                                 " livre le " DELIMITED BY SIZE
                                 ex_dateLivraison DELIMITED BY SIZE
                                 " (commande " DELIMITED BY SIZE
                                 ex_idCommande DELIMITED BY SIZE
                                 ")" DELIMITED BY SIZE
                                 INTO ligneRapport
                          WRITE ligneRapport
                          END-WRITE
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE fexpeditions
           IF idCommande > 0 THEN
              PERFORM CLORE_COMMANDE_EXPEDIEE
           END-IF.

      *>Cette méthode passe Livre la commande idCommande quand tous
      *>ses colis sont livres, qu'aucune ligne n'attend plus d'etre
      *>expediee ou retiree et que rien ne reste du : la vente est
      *>alors creee et le client prevenu
        CLORE_COMMANDE_EXPEDIEE.
           MOVE 0 TO colisEnTransit
           MOVE 1 TO WfinExpe
           OPEN INPUT fexpeditions
           MOVE idCommande TO ex_idCommande
           START fexpeditions KEY IS = ex_idCommande
              INVALID KEY MOVE 0 TO WfinExpe
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinExpe = 0
                    READ fexpeditions NEXT
                    AT END MOVE 0 TO WfinExpe
                    NOT AT END
                        IF ex_idCommande NOT = idCommande THEN
                           MOVE 0 TO WfinExpe
                        ELSE
                           IF EXPEDITION_EN_COURS THEN
                              ADD 1 TO colisEnTransit END-ADD
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fexpeditions
           MOVE 0 TO resteLignesOuvertes
           MOVE 1 TO WfinCmdL
           OPEN INPUT fcommandesLignes
           MOVE idCommande TO cml_idCommande
           MOVE 0 TO cml_noLigne
           START fcommandesLignes KEY IS NOT LESS THAN cml_cle
              INVALID KEY MOVE 0 TO WfinCmdL
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinCmdL = 0
                    READ fcommandesLignes NEXT
                    AT END MOVE 0 TO WfinCmdL
                    NOT AT END
                        IF cml_idCommande NOT = idCommande THEN
                           MOVE 0 TO WfinCmdL
                        ELSE
                           IF LIGNE_CMD_ATTENDUE OR
                              LIGNE_CMD_ARRIVEE THEN
                              ADD 1 TO resteLignesOuvertes END-ADD
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fcommandesLignes
           IF colisEnTransit = 0 AND resteLignesOuvertes = 0 THEN
              PERFORM OUVRIR_IO_FCOMMANDES
              MOVE idCommande TO cmd_id
              READ fcommandes KEY IS cmd_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF COMMANDE_EXPEDIEE AND cmd_resteDu = 0 THEN
                       PERFORM CHARGER_COMMANDE_TAMPON
                       MOVE 3 TO fv_statut
                       PERFORM RANGER_COMMANDE_TAMPON
                       REWRITE tamp_fcommande
                          NOT INVALID KEY
                             ADD 1 TO nbCommandesLivrees END-ADD
                             MOVE "CLORE_COMMANDE_EXPEDIEE" TO
                                  journalParagraphe
                             MOVE "MODIFICATION" TO journalOperation
                             MOVE "fcommandes" TO journalFichier
                             MOVE cmd_id TO journalCle
                             PERFORM ENREGISTRER_JOURNAL
                             PERFORM CREER_VENTE_COMMANDE
                             PERFORM NOTIFIER_CLIENT_COMMANDE
                             MOVE SPACES TO ligneRapport
                             STRING "   Commande " DELIMITED BY SIZE
                                    cmd_id DELIMITED BY SIZE
                                    " livree" DELIMITED BY SIZE
                                    INTO ligneRapport
                             WRITE ligneRapport
                             END-WRITE
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE fcommandes
           END-IF.

      *>Cette méthode compare, sur une periode d'expedition, les
      *>frais de port factures aux clients et les frais payes aux
      *>transporteurs, colis par colis puis au total
        RAPPORT_FRAIS_PORT.
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Date de debut de la periode (AAAAMMJJ)"
                   ACCEPT dateSaisieValidee
                   PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO dateDebutPort
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Date de fin de la periode (AAAAMMJJ)"
                   ACCEPT dateSaisieValidee
                   PERFORM VALIDER_DATE_SAISIE
                   IF dateValide = 1 AND
                      dateSaisieValidee < dateDebutPort THEN
                      DISPLAY "La fin precede le debut"
                      MOVE 0 TO dateValide
                   END-IF
           END-PERFORM
           MOVE dateSaisieValidee TO dateFinPort
           MOVE 0 TO nbColisPeriode
           MOVE 0 TO totalPortFacture
           MOVE 0 TO totalPortPaye
           DISPLAY "-- FRAIS DE PORT DU ", dateDebutPort, " AU ",
                   dateFinPort, " --"
           MOVE 1 TO WfinExpe
           OPEN INPUT fexpeditions
           PERFORM WITH TEST AFTER UNTIL WfinExpe = 0
               READ fexpeditions NEXT
               AT END MOVE 0 TO WfinExpe
               NOT AT END
                   IF ex_dateExpedition NOT < dateDebutPort AND
                      ex_dateExpedition NOT > dateFinPort THEN
                      ADD 1 TO nbColisPeriode END-ADD
                      ADD ex_portFacture TO totalPortFacture END-ADD
                      ADD ex_portPaye TO totalPortPaye END-ADD
                      DISPLAY "Colis ", ex_id, " ", ex_transporteur,
                              " facture ", ex_portFacture,
                              " paye ", ex_portPaye
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexpeditions
           COMPUTE ecartPort = totalPortFacture - totalPortPaye
           IF ecartPort < 0 THEN
              MOVE "-" TO signeEcartPort
              COMPUTE ecartPortAbs = 0 - ecartPort
           ELSE
              MOVE " " TO signeEcartPort
              MOVE ecartPort TO ecartPortAbs
           END-IF
           DISPLAY "Colis expedies : ", nbColisPeriode
           DISPLAY "Port facture aux clients : ", totalPortFacture
           DISPLAY "Port paye aux transporteurs : ", totalPortPaye
           DISPLAY "Ecart : ", signeEcartPort, ecartPortAbs.

      *>Cette méthode regle la vente d'un exemplaire reserve et deja
      *>paye sur le site : le composant WB (prepaye web) remplace
      *>l'encaissement et la part du prepaiement consommee est
      *>portee au registre
        REGLER_RESERVATION_PREPAYEE.
           PERFORM TROUVER_SESSION_OUVERTE
           MOVE sessionEnCours TO fv_idSession
           MOVE codeMagasin TO fv_magasin
           MOVE "P" TO fv_canalRecu
           MOVE "WB" TO fv_modePaiement
           MOVE 0 TO noLignePaiement
           MOVE "WB" TO modeComposant
           MOVE fv_prixVente TO montantComposant
           PERFORM ENREGISTRER_LIGNE_PAIEMENT
           OPEN I-O fprepaiementsWeb
           MOVE rs_idPrepaiement TO pw_id
           READ fprepaiementsWeb KEY IS pw_id
              INVALID KEY
                 DISPLAY "Prepaiement ", rs_idPrepaiement,
                         " absent du registre"
              NOT INVALID KEY
                 ADD fv_prixVente TO pw_montantConsomme END-ADD
                 REWRITE tamp_fprepaiementWeb
                 END-REWRITE
                 IF pw_montantConsomme > pw_montant THEN
                    DISPLAY "Attention : le prix du jour depasse le"
                    DISPLAY "montant prepaye (ecart repris au"
                    DISPLAY "rapprochement des versements web)"
                 END-IF
           END-READ
           CLOSE fprepaiementsWeb
           DISPLAY "Exemplaire deja regle en ligne : rien a"
           DISPLAY "encaisser".

      *>Cette méthode inscrit au registre le remboursement du au
      *>client pour l'exemplaire prepaye de la reservation expiree
      *>presente dans le tampon tamp_freservation : la part d'un
      *>exemplaire du prepaiement d'origine, a retrouver ensuite
      *>dans les versements du prestataire
        INSCRIRE_REMBOURSEMENT_WEB.
           MOVE "PREPAIEMENTWEB" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           OPEN I-O fprepaiementsWeb
           MOVE rs_idPrepaiement TO pw_id
           READ fprepaiementsWeb KEY IS pw_id
              INVALID KEY
                 DISPLAY "Prepaiement ", rs_idPrepaiement,
                         " absent du registre"
              NOT INVALID KEY
                 IF pw_quantite = 0 THEN
                    MOVE pw_montant TO montantUnitairePrepaye
                 ELSE
                    COMPUTE montantUnitairePrepaye ROUNDED =
                        pw_montant / pw_quantite
                 END-IF
                 MOVE pw_id TO pw_idOrigine
                 MOVE prochainId TO pw_id
                 MOVE "R" TO pw_type
                 MOVE FUNCTION CURRENT-DATE TO pw_date
                 MOVE "R" TO pw_origine
                 MOVE rs_id TO pw_idPiece
                 MOVE 1 TO pw_quantite
                 MOVE montantUnitairePrepaye TO pw_montant
                 MOVE 0 TO pw_montantConsomme
                 MOVE 0 TO pw_statut
                 MOVE 0 TO pw_montantVerse
                 MOVE 0 TO pw_fraisVerse
                 MOVE SPACES TO pw_dateVersement
                 WRITE tamp_fprepaiementWeb
                    INVALID KEY
                       DISPLAY "Erreur : remboursement ", pw_id,
                               " en double"
                    NOT INVALID KEY
                       DISPLAY "Remboursement web a effectuer : ",
                               pw_montant, " (", pw_reference, ")"
                       MOVE "INSCRIRE_REMBOURSEMENT_WEB" TO
                            journalParagraphe
                       MOVE "AJOUT" TO journalOperation
                       MOVE "fprepaiementsWeb" TO journalFichier
                       MOVE pw_id TO journalCle
                       PERFORM ENREGISTRER_JOURNAL
                 END-WRITE
           END-READ
           CLOSE fprepaiementsWeb.

      *>Cette méthode compare les magasins cote a cote sur une
      *>periode et sur la meme periode de l'annee precedente :
      *>chiffre d'affaires HT et TTC, tickets, panier moyen,
      *>articles par ticket, marge brute au cout FIFO, mix des
      *>categories, stock moyen et rotations (photos du stock des
      *>magasins), demarque, ecarts de caisse, heures pointees et
      *>chiffre par heure travaillee. Le rapport peut aussi partir
      *>en fichier delimite pour le tableur
        RAPPORT_COMPARATIF_MAGASINS.
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Entrez la date de debut de la periode"
               DISPLAY "(AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO dateDebutCmp
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Entrez la date de fin de la periode"
               DISPLAY "(AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
               IF dateValide = 1 AND
                  dateSaisieValidee < dateDebutCmp THEN
                  DISPLAY "La fin precede le debut de la periode"
                  MOVE 0 TO dateValide
               END-IF
           END-PERFORM
           MOVE dateSaisieValidee TO dateFinCmp
           MOVE dateDebutCmp TO dateCalculCmp
           PERFORM RECULER_ANNEE_CMP
           MOVE dateCalculCmp TO dateDebutCmpN1
           MOVE dateFinCmp TO dateCalculCmp
           PERFORM RECULER_ANNEE_CMP
           MOVE dateCalculCmp TO dateFinCmpN1
           INITIALIZE tableComparatif
           MOVE 0 TO nbMagasinsCmp
           PERFORM CUMULER_VENTES_CMP
           PERFORM CUMULER_LIGNES_CMP
           PERFORM CUMULER_PHOTOS_CMP
           PERFORM CUMULER_DEMARQUES_CMP
           PERFORM CUMULER_SESSIONS_CMP
           PERFORM CUMULER_POINTAGES_CMP
           IF nbMagasinsCmp = 0 THEN
              DISPLAY "Aucune activite sur ces periodes"
           ELSE
              PERFORM EDITER_COMPARATIF_MAGASINS
              PERFORM EXPORTER_COMPARATIF_CSV
           END-IF.

      *>Cette méthode recule d'un an la date dateCalculCmp (le 29
      *>fevrier devient le 28)
        RECULER_ANNEE_CMP.
           SUBTRACT 10000 FROM dateCalculCmp END-SUBTRACT
           IF dateCalculCmp(5:4) = "0229" THEN
              SUBTRACT 1 FROM dateCalculCmp END-SUBTRACT
           END-IF.

      *>Cette méthode classe la date dateEvtCmp : idxPerCmp ressort
      *>a 1 dans la periode, a 2 dans la periode de l'annee
      *>precedente, a 0 sinon
        CLASSER_PERIODE_CMP.
           MOVE 0 TO idxPerCmp
           IF dateEvtCmp NOT < dateDebutCmp AND
              dateEvtCmp NOT > dateFinCmp THEN
              MOVE 1 TO idxPerCmp
           ELSE
              IF dateEvtCmp NOT < dateDebutCmpN1 AND
                 dateEvtCmp NOT > dateFinCmpN1 THEN
                 MOVE 2 TO idxPerCmp
              END-IF
           END-IF.

      *>Cette méthode retrouve (ou ajoute) le magasin magasinCmp
      *>dans la table ; un enregistrement sans magasin est range
      *>sous "??". idxMagCmp ressort a 0 quand la table est pleine
        TROUVER_MAGASIN_CMP.
           IF magasinCmp = SPACES THEN
              MOVE "??" TO magasinCmp
           END-IF
           MOVE 0 TO idxMagCmp
           PERFORM VARYING idxRechCmp FROM 1 BY 1
                   UNTIL idxRechCmp > nbMagasinsCmp
                      OR idxMagCmp > 0
               IF cmpCode(idxRechCmp) = magasinCmp THEN
                  MOVE idxRechCmp TO idxMagCmp
               END-IF
           END-PERFORM
           IF idxMagCmp = 0 AND nbMagasinsCmp < MAX_MAGASINS_CMP THEN
              ADD 1 TO nbMagasinsCmp END-ADD
              MOVE nbMagasinsCmp TO idxMagCmp
              MOVE magasinCmp TO cmpCode(idxMagCmp)
           END-IF.

      *>Cette méthode cumule les tickets (ventes abouties, en cours
      *>et archivees) et leur chiffre d'affaires HT et TTC
        CUMULER_VENTES_CMP.
           MOVE 1 TO WfinCmp
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   IF fv_statut = 0 OR fv_statut = 2 OR
                      fv_statut = 3 THEN
                      MOVE fv_dateVente(1:8) TO dateEvtCmp
                      PERFORM CLASSER_PERIODE_CMP
                      IF idxPerCmp > 0 THEN
                         MOVE fv_magasin TO magasinCmp
                         PERFORM TROUVER_MAGASIN_CMP
                         IF idxMagCmp > 0 THEN
                            ADD 1 TO cmpTickets(idxMagCmp, idxPerCmp)
                                END-ADD
                            ADD fv_prixVenteHT TO
                                cmpCaHT(idxMagCmp, idxPerCmp) END-ADD
                            ADD fv_prixVente TO
                                cmpCaTTC(idxMagCmp, idxPerCmp) END-ADD
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           MOVE 1 TO WfinCmp
           OPEN INPUT fventesArchive
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fventesArchive NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   IF fva_statut = 0 OR fva_statut = 2 OR
                      fva_statut = 3 THEN
                      MOVE fva_dateVente(1:8) TO dateEvtCmp
                      PERFORM CLASSER_PERIODE_CMP
                      IF idxPerCmp > 0 THEN
                         MOVE fva_magasin TO magasinCmp
                         PERFORM TROUVER_MAGASIN_CMP
                         IF idxMagCmp > 0 THEN
                            ADD 1 TO cmpTickets(idxMagCmp, idxPerCmp)
                                END-ADD
                            ADD fva_prixVenteHT TO
                                cmpCaHT(idxMagCmp, idxPerCmp) END-ADD
                            ADD fva_prixVente TO
                                cmpCaTTC(idxMagCmp, idxPerCmp) END-ADD
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesArchive.

      *>Cette méthode cumule, ligne par ligne, les articles vendus,
      *>le chiffre HT par categorie et le cout des ventes : cout
      *>FIFO du titre, ou prix de rachat pour une ligne d'occasion
      *>taxee sur la marge
        CUMULER_LIGNES_CMP.
           MOVE 1 TO WfinCmp
           OPEN INPUT fventesLignes
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   MOVE 0 TO idxPerCmp
                   MOVE 0 TO trouveVente
                   OPEN INPUT fventes
                   MOVE fvl_idVente TO fv_id
                   READ fventes KEY IS fv_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         MOVE 1 TO trouveVente
                         IF fv_statut = 0 OR fv_statut = 2 OR
                            fv_statut = 3 THEN
                            MOVE fv_dateVente(1:8) TO dateEvtCmp
                            PERFORM CLASSER_PERIODE_CMP
                            MOVE fv_magasin TO magasinCmp
                         END-IF
                   END-READ
                   CLOSE fventes
                   IF trouveVente = 0 THEN
                      OPEN INPUT fventesArchive
                      MOVE fvl_idVente TO fva_id
                      READ fventesArchive KEY IS fva_id
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            IF fva_statut = 0 OR fva_statut = 2 OR
                               fva_statut = 3 THEN
                               MOVE fva_dateVente(1:8) TO dateEvtCmp
                               PERFORM CLASSER_PERIODE_CMP
                               MOVE fva_magasin TO magasinCmp
                            END-IF
                      END-READ
                      CLOSE fventesArchive
                   END-IF
                   IF idxPerCmp > 0 THEN
                      PERFORM TROUVER_MAGASIN_CMP
                      IF idxMagCmp > 0 THEN
                         PERFORM CUMULER_LIGNE_CMP
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesLignes.

      *>Cette méthode ajoute la ligne fvl_ au magasin idxMagCmp pour
      *>la periode idxPerCmp
        CUMULER_LIGNE_CMP.
           ADD fvl_quantite TO cmpUnites(idxMagCmp, idxPerCmp)
               END-ADD
           MOVE 5 TO idxCatCmp
           OPEN INPUT finventaire
           MOVE fvl_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY MOVE SPACES TO fi_categorie
              NOT INVALID KEY MOVE 1 TO idxCatCmp
           END-READ
           CLOSE finventaire
           IF idxCatCmp = 1 THEN
              EVALUATE TRUE
                  WHEN CAT_FIGURINE MOVE 2 TO idxCatCmp
                  WHEN CAT_GOODIES MOVE 3 TO idxCatCmp
                  WHEN CAT_JEU_CARTES MOVE 4 TO idxCatCmp
                  WHEN OTHER MOVE 1 TO idxCatCmp
              END-EVALUATE
           END-IF
           ADD fvl_prixLigneHT TO
               cmpCaCategorie(idxMagCmp, idxPerCmp, idxCatCmp) END-ADD
           IF LIGNE_REGIME_MARGE THEN
              ADD fvl_coutAchatMarge TO cmpCout(idxMagCmp, idxPerCmp)
                  END-ADD
           ELSE
              MOVE fvl_titreComics TO titreLigneMarge
              MOVE fvl_idRef TO idRefLigneMarge
              PERFORM CALCULER_COUT_FIFO_TITRE
              COMPUTE cmpCout(idxMagCmp, idxPerCmp) ROUNDED =
                  cmpCout(idxMagCmp, idxPerCmp)
                  + coutMoyenTitre * fvl_quantite
           END-IF.

      *>Cette méthode cumule les photos de fin de journee du stock
      *>de chaque magasin (stock moyen de la periode)
        CUMULER_PHOTOS_CMP.
           MOVE 1 TO WfinCmp
           OPEN INPUT fphotosMagasin
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fphotosMagasin NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   MOVE psm_date TO dateEvtCmp
                   PERFORM CLASSER_PERIODE_CMP
                   IF idxPerCmp > 0 THEN
                      MOVE psm_magasin TO magasinCmp
                      PERFORM TROUVER_MAGASIN_CMP
                      IF idxMagCmp > 0 THEN
                         ADD psm_valeur TO
                             cmpValeurPhotos(idxMagCmp, idxPerCmp)
                             END-ADD
                         ADD 1 TO cmpNbPhotos(idxMagCmp, idxPerCmp)
                             END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fphotosMagasin.

      *>Cette méthode cumule la demarque constatee (quantite et
      *>valeur) par magasin
        CUMULER_DEMARQUES_CMP.
           MOVE 1 TO WfinCmp
           OPEN INPUT fdemarques
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fdemarques NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   MOVE dm_date(1:8) TO dateEvtCmp
                   PERFORM CLASSER_PERIODE_CMP
                   IF idxPerCmp > 0 THEN
                      MOVE dm_magasin TO magasinCmp
                      PERFORM TROUVER_MAGASIN_CMP
                      IF idxMagCmp > 0 THEN
                         ADD dm_quantite TO
                             cmpDemarqueQte(idxMagCmp, idxPerCmp)
                             END-ADD
                         ADD dm_valeur TO
                             cmpDemarqueVal(idxMagCmp, idxPerCmp)
                             END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdemarques.

      *>Cette méthode reprend chaque session fermee, recalcule les
      *>especes attendues comme a la fermeture et cumule l'ecart
      *>net et le nombre de sessions en ecart du magasin
        CUMULER_SESSIONS_CMP.
           MOVE 1 TO WfinCmp
           OPEN INPUT fsessionsCaisse
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fsessionsCaisse NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   IF SESSION_FERMEE THEN
                      MOVE sc_dateFermeture(1:8) TO dateEvtCmp
                      PERFORM CLASSER_PERIODE_CMP
                      IF idxPerCmp > 0 THEN
                         MOVE sc_magasin TO magasinCmp
                         PERFORM TROUVER_MAGASIN_CMP
                      END-IF
                      IF idxPerCmp > 0 AND idxMagCmp > 0 THEN
                         PERFORM CALCULER_TOTAUX_SESSION
                         COMPUTE especesAttendues = sc_fondCaisse
                             + totalVentesEspeces + totalMouvEntree
                             - totalMouvSortie
                         COMPUTE ecartCaisse = sc_especesComptees
                             - especesAttendues
                         IF ecartCaisse NOT = 0 THEN
                            ADD ecartCaisse TO
                                cmpEcartCaisse(idxMagCmp, idxPerCmp)
                                END-ADD
                            ADD 1 TO
                                cmpSessionsEcart(idxMagCmp, idxPerCmp)
                                END-ADD
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fsessionsCaisse.

      *>Cette méthode cumule les minutes pointees (entree et sortie
      *>pointees) au magasin ou l'entree a ete pointee
        CUMULER_POINTAGES_CMP.
           MOVE 1 TO WfinCmp
           OPEN INPUT fpointages
           PERFORM WITH TEST AFTER UNTIL WfinCmp = 0
               READ fpointages NEXT
               AT END MOVE 0 TO WfinCmp
               NOT AT END
                   IF pt_dateEntree(1:12) IS NUMERIC AND
                      pt_dateSortie(1:12) IS NUMERIC THEN
                      MOVE pt_dateEntree(1:8) TO dateEvtCmp
                      PERFORM CLASSER_PERIODE_CMP
                      IF idxPerCmp > 0 THEN
                         MOVE pt_magasin TO magasinCmp
                         PERFORM TROUVER_MAGASIN_CMP
                      END-IF
                      IF idxPerCmp > 0 AND idxMagCmp > 0 THEN
                         MOVE pt_dateEntree(1:8) TO dateJourNum
                         COMPUTE minutesEntreeCmp =
                             FUNCTION INTEGER-OF-DATE(dateJourNum)
                             * 1440
                             + FUNCTION NUMVAL(pt_dateEntree(9:2)) * 60
                             + FUNCTION NUMVAL(pt_dateEntree(11:2))
                         MOVE pt_dateSortie(1:8) TO dateJourNum
                         COMPUTE minutesSortieCmp =
                             FUNCTION INTEGER-OF-DATE(dateJourNum)
                             * 1440
                             + FUNCTION NUMVAL(pt_dateSortie(9:2)) * 60
                             + FUNCTION NUMVAL(pt_dateSortie(11:2))
                         IF minutesSortieCmp > minutesEntreeCmp THEN
                            COMPUTE cmpMinutes(idxMagCmp, idxPerCmp) =
                                cmpMinutes(idxMagCmp, idxPerCmp)
                                + minutesSortieCmp - minutesEntreeCmp
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpointages.

      *>Cette méthode donne le libelle de l'indicateur idxIndicCmp
      *>et sa valeur valeurIndicCmp pour le magasin idxMagCmp et la
      *>periode idxPerCmp ; un ratio sans denominateur vaut 0
        CALCULER_INDICATEUR_CMP.
           MOVE 0 TO valeurIndicCmp
           EVALUATE idxIndicCmp
               WHEN 1
                  MOVE "CA HT" TO libelleIndicCmp
                  MOVE cmpCaHT(idxMagCmp, idxPerCmp) TO valeurIndicCmp
               WHEN 2
                  MOVE "CA TTC" TO libelleIndicCmp
                  MOVE cmpCaTTC(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 3
                  MOVE "Tickets" TO libelleIndicCmp
                  MOVE cmpTickets(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 4
                  MOVE "Articles vendus" TO libelleIndicCmp
                  MOVE cmpUnites(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 5
                  MOVE "Panier moyen TTC" TO libelleIndicCmp
                  IF cmpTickets(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpCaTTC(idxMagCmp, idxPerCmp)
                         / cmpTickets(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 6
                  MOVE "Articles par ticket" TO libelleIndicCmp
                  IF cmpTickets(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpUnites(idxMagCmp, idxPerCmp)
                         / cmpTickets(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 7
                  MOVE "Marge brute HT" TO libelleIndicCmp
                  COMPUTE valeurIndicCmp =
                      cmpCaHT(idxMagCmp, idxPerCmp)
                      - cmpCout(idxMagCmp, idxPerCmp)
               WHEN 8
                  MOVE "Taux de marge %" TO libelleIndicCmp
                  IF cmpCaHT(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         (cmpCaHT(idxMagCmp, idxPerCmp)
                          - cmpCout(idxMagCmp, idxPerCmp)) * 100
                         / cmpCaHT(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 9 THRU 13
                  EVALUATE idxIndicCmp
                      WHEN 9 MOVE "Mix livres %" TO libelleIndicCmp
                      WHEN 10 MOVE "Mix figurines %" TO
                                   libelleIndicCmp
                      WHEN 11 MOVE "Mix goodies %" TO libelleIndicCmp
                      WHEN 12 MOVE "Mix jeux de cartes %" TO
                                   libelleIndicCmp
                      WHEN 13 MOVE "Mix hors catalogue %" TO
                                   libelleIndicCmp
                  END-EVALUATE
                  COMPUTE idxCatCmp = idxIndicCmp - 8
                  IF cmpCaHT(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpCaCategorie(idxMagCmp, idxPerCmp,
                         idxCatCmp) * 100
                         / cmpCaHT(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 14
                  MOVE "Stock moyen (cout)" TO libelleIndicCmp
                  IF cmpNbPhotos(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpValeurPhotos(idxMagCmp, idxPerCmp)
                         / cmpNbPhotos(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 15
                  MOVE "Rotations periode" TO libelleIndicCmp
                  IF cmpValeurPhotos(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpCout(idxMagCmp, idxPerCmp)
                         * cmpNbPhotos(idxMagCmp, idxPerCmp)
                         / cmpValeurPhotos(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 16
                  MOVE "Demarque (qte)" TO libelleIndicCmp
                  MOVE cmpDemarqueQte(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 17
                  MOVE "Demarque (valeur)" TO libelleIndicCmp
                  MOVE cmpDemarqueVal(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 18
                  MOVE "Demarque % CA HT" TO libelleIndicCmp
                  IF cmpCaHT(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpDemarqueVal(idxMagCmp, idxPerCmp) * 100
                         / cmpCaHT(idxMagCmp, idxPerCmp)
                  END-IF
               WHEN 19
                  MOVE "Ecart de caisse net" TO libelleIndicCmp
                  MOVE cmpEcartCaisse(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 20
                  MOVE "Sessions en ecart" TO libelleIndicCmp
                  MOVE cmpSessionsEcart(idxMagCmp, idxPerCmp) TO
                       valeurIndicCmp
               WHEN 21
                  MOVE "Heures travaillees" TO libelleIndicCmp
                  COMPUTE valeurIndicCmp ROUNDED =
                      cmpMinutes(idxMagCmp, idxPerCmp) / 60
               WHEN 22
                  MOVE "CA HT par heure" TO libelleIndicCmp
                  IF cmpMinutes(idxMagCmp, idxPerCmp) > 0 THEN
                     COMPUTE valeurIndicCmp ROUNDED =
                         cmpCaHT(idxMagCmp, idxPerCmp) * 60
                         / cmpMinutes(idxMagCmp, idxPerCmp)
                  END-IF
           END-EVALUATE.

      *>Cette méthode ecrit le rapport COMPARATIF-AAAAMMJJ.TXT :
      *>deux magasins par bloc, chacun sur la periode (N) et sur la
      *>meme periode de l'annee precedente (N-1)
        EDITER_COMPARATIF_MAGASINS.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "COMPARATIF-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Comparatif des magasins du " DELIMITED BY SIZE
                  dateDebutCmp DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  dateFinCmp DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "N-1 : du " DELIMITED BY SIZE
                  dateDebutCmpN1 DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  dateFinCmpN1 DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Cout des ventes au cout FIFO ; ?? = sans magasin"
                TO ligneRapport
           WRITE ligneRapport
           PERFORM VARYING idxBlocCmp FROM 1 BY 2
                   UNTIL idxBlocCmp > nbMagasinsCmp
               PERFORM EDITER_BLOC_CMP
           END-PERFORM
           CLOSE frapport
           DISPLAY "Magasins compares : ", nbMagasinsCmp
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode edite le bloc des magasins idxBlocCmp et
      *>suivant
        EDITER_BLOC_CMP.
           COMPUTE idxFinBlocCmp = idxBlocCmp + 1
           IF idxFinBlocCmp > nbMagasinsCmp THEN
              MOVE nbMagasinsCmp TO idxFinBlocCmp
           END-IF
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           IF idxFinBlocCmp > idxBlocCmp THEN
              STRING "Indicateur            " DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     cmpCode(idxBlocCmp) DELIMITED BY SIZE
                     " N     " DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     cmpCode(idxBlocCmp) DELIMITED BY SIZE
                     " N-1   " DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     cmpCode(idxFinBlocCmp) DELIMITED BY SIZE
                     " N     " DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     cmpCode(idxFinBlocCmp) DELIMITED BY SIZE
                     " N-1" DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING "Indicateur            " DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     cmpCode(idxBlocCmp) DELIMITED BY SIZE
                     " N     " DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     cmpCode(idxBlocCmp) DELIMITED BY SIZE
                     " N-1" DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           PERFORM VARYING idxIndicCmp FROM 1 BY 1
                   UNTIL idxIndicCmp > NB_INDICATEURS_CMP
               MOVE idxBlocCmp TO idxMagCmp
               MOVE 2 TO idxPerCmp
               PERFORM CALCULER_INDICATEUR_CMP
               MOVE valeurIndicCmp TO valeurEditeCmpN1
               MOVE 1 TO idxPerCmp
               PERFORM CALCULER_INDICATEUR_CMP
               MOVE valeurIndicCmp TO valeurEditeCmp
               MOVE SPACES TO ligneRapport
               IF idxFinBlocCmp > idxBlocCmp THEN
                  MOVE idxFinBlocCmp TO idxMagCmp
                  MOVE 2 TO idxPerCmp
                  PERFORM CALCULER_INDICATEUR_CMP
                  MOVE valeurIndicCmp TO valeurEditeCmpN12
                  MOVE 1 TO idxPerCmp
                  PERFORM CALCULER_INDICATEUR_CMP
                  MOVE valeurIndicCmp TO valeurEditeCmp2
                  STRING libelleIndicCmp DELIMITED BY SIZE
                         valeurEditeCmp DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         valeurEditeCmpN1 DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         valeurEditeCmp2 DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         valeurEditeCmpN12 DELIMITED BY SIZE
                         INTO ligneRapport
               ELSE
                  STRING libelleIndicCmp DELIMITED BY SIZE
                         valeurEditeCmp DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         valeurEditeCmpN1 DELIMITED BY SIZE
                         INTO ligneRapport
               END-IF
               WRITE ligneRapport
           END-PERFORM.

      *>Cette méthode propose d'ecrire aussi le comparatif en
      *>fichier delimite (COMPARATIF-AAAAMMJJ.CSV) : une ligne par
      *>magasin et par indicateur, periode et annee precedente
        EXPORTER_COMPARATIF_CSV.
           MOVE SPACES TO reponseExportCsv
           PERFORM WITH TEST AFTER UNTIL
               reponseExportCsv = "O" OR reponseExportCsv = "o" OR
               reponseExportCsv = "N" OR reponseExportCsv = "n"
               DISPLAY "Exporter aussi en CSV ? (O/N)"
               ACCEPT reponseExportCsv
           END-PERFORM
           IF reponseExportCsv = "O" OR reponseExportCsv = "o" THEN
              MOVE SPACES TO nomAnalyseCsv
              STRING "COMPARATIF-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".CSV" DELIMITED BY SIZE
                     INTO nomAnalyseCsv
              OPEN OUTPUT fanalyseCsv
              MOVE "magasin;indicateur;periode;annee_precedente" TO
                   ligneAnalyseCsv
              WRITE ligneAnalyseCsv
              PERFORM VARYING idxMagCmp FROM 1 BY 1
                      UNTIL idxMagCmp > nbMagasinsCmp
                  PERFORM VARYING idxIndicCmp FROM 1 BY 1
                          UNTIL idxIndicCmp > NB_INDICATEURS_CMP
                      MOVE 2 TO idxPerCmp
                      PERFORM CALCULER_INDICATEUR_CMP
                      MOVE valeurIndicCmp TO valeurEditeCmpN1
                      MOVE 1 TO idxPerCmp
                      PERFORM CALCULER_INDICATEUR_CMP
                      MOVE valeurIndicCmp TO valeurEditeCmp
                      MOVE SPACES TO ligneAnalyseCsv
                      STRING cmpCode(idxMagCmp) DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             libelleIndicCmp DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             FUNCTION TRIM(valeurEditeCmp)
                             DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             FUNCTION TRIM(valeurEditeCmpN1)
                             DELIMITED BY SIZE
                             INTO ligneAnalyseCsv
                      WRITE ligneAnalyseCsv
                  END-PERFORM
              END-PERFORM
              CLOSE fanalyseCsv
              DISPLAY "Donnees exportees dans ", nomAnalyseCsv
           END-IF.
