                        PERFORM VERIF_ID_REF
                END-PERFORM

                *>On demande à l'utilisateur de rentrer l'ISBN du
                *>comic (code-barres), utilisable ensuite pour une
                *>lecture directe au lieu de retaper le titre complet
                *>La cle de controle EAN-13 est verifiee a la
                *>saisie, pour attraper les codes mal tapes. Il est
                *>demande en premier : un ISBN connu du flux
                *>bibliographique pre-remplit la suite de la saisie
                MOVE 0 TO isbnValide
                PERFORM WITH TEST AFTER UNTIL isbnValide = 1
                    DISPLAY "Entrez l'ISBN du comic"
                    DISPLAY "(13 chiffres, vide si aucun)"
                    ACCEPT fi_isbn
                    PERFORM VALIDER_ISBN_SAISI
                END-PERFORM
                MOVE fi_isbn TO isbnReference
                PERFORM PROPOSER_NOTICE_ISBN
                MOVE "O" TO saisieLocaleRef
                IF noticeReprise = 1 THEN
                   MOVE "N" TO saisieLocaleRef
                END-IF

                *>On demande à l'utilisateur de rentrer le titre du
                *>comic à ajouter au fichier
                PERFORM WITH TEST AFTER UNTIL trouve=0
                        DISPLAY "Entrez un titre"
                        IF noticeReprise = 1 THEN
                           DISPLAY "(ENTREE = ", nt_titre, ")"
                        END-IF
                        ACCEPT titreRef
                        IF noticeReprise = 1 THEN
                           IF titreRef = SPACES THEN
                              MOVE nt_titre TO titreRef
                           ELSE
                              MOVE "O" TO saisieLocaleRef
                           END-IF
                        END-IF
                        *>On vérifie que le titre rentré par
                        *>l'utilisateur n'existe pas déjà
                        *>dans le fichier
                *>nom de l'auteur (non vide)
                PERFORM WITH TEST AFTER UNTIL NOT fi_auteur=" "
                        DISPLAY "Entrez un auteur"
                        IF noticeReprise = 1 THEN
                           DISPLAY "(ENTREE = ", nt_auteur, ")"
                        END-IF
                        ACCEPT fi_auteur
                        IF noticeReprise = 1 THEN
                           IF fi_auteur = SPACES THEN
                              MOVE nt_auteur TO fi_auteur
                           ELSE
                              MOVE "O" TO saisieLocaleRef
                           END-IF
                        END-IF
                END-PERFORM
                MOVE isbnReference TO fi_isbn

                *>On demande à l'utilisateur la serie/collection a
                *>laquelle appartient ce comic, utilisee ensuite pour
                *>regrouper l'inventaire par serie
                DISPLAY "Entrez la serie/collection du comic"
                IF noticeReprise = 1 THEN
                   DISPLAY "(ENTREE = ", nt_serie, ")"
                END-IF
                ACCEPT fi_serie
                IF noticeReprise = 1 THEN
                   IF fi_serie = SPACES THEN
                      MOVE nt_serie TO fi_serie
                   ELSE
                      MOVE "O" TO saisieLocaleRef
                   END-IF
                END-IF

                *>On demande à l'utilisateur l'emplacement (rayon/bac)
                *>où les exemplaires de ce comic seront rangés
                *>unitaire du comics (ni nul ni négatif)
                PERFORM WITH TEST AFTER UNTIL fi_prix>0
                        DISPLAY "Entrez le prix de vente du comic"
                        IF noticeReprise = 1 THEN
                           DISPLAY "(0 = prix public ", nt_prixPublic,
                                   ")"
                        END-IF
                        ACCEPT fi_prix
                        IF noticeReprise = 1 THEN
                           IF fi_prix = 0 THEN
                              MOVE nt_prixPublic TO fi_prix
                           ELSE
                              MOVE "O" TO saisieLocaleRef
                           END-IF
                        END-IF
                END-PERFORM
                IF fi_prix > PRIX_SEUIL_ALERTE THEN
                   PERFORM CONFIRMER_PRIX_VENTE
                        CAT_FIGURINE OR CAT_GOODIES OR CAT_JEU_CARTES
                        DISPLAY "Categorie (LI=livre/BD FI=figurine"
                        DISPLAY "GO=goodies JE=jeu de cartes)"
                        IF noticeReprise = 1 THEN
                           DISPLAY "(ENTREE = ", nt_categorie, ")"
                        END-IF
                        ACCEPT fi_categorie
                        IF noticeReprise = 1 THEN
                           IF fi_categorie = SPACES THEN
                              MOVE nt_categorie TO fi_categorie
                           ELSE
                              MOVE "O" TO saisieLocaleRef
                           END-IF
                        END-IF
                END-PERFORM
                *>Un article sans ISBN (figurine, goodies, jeu de
                *>cartes) recoit un code-barres interne pour que le
                   CAT_GOODIES OR CAT_JEU_CARTES) THEN
                   PERFORM GENERER_CODE_INTERNE
                END-IF
                PERFORM SAISIR_EDITEUR_REFERENCE
                MOVE saisieLocaleRef TO fi_saisieLocale
                MOVE idRef TO fi_id
                MOVE titreRef TO fi_titre
                *>Une reference ajoutee ici appartient a la boutique
                WRITE tamp_finventaire
                END-WRITE
                CLOSE finventaire
                MOVE 0 TO noticeReprise
                MOVE "AJOUTER_REFERENCE" TO journalParagraphe
                MOVE "AJOUT" TO journalOperation
                MOVE "finventaire" TO journalFichier
                

        *>Cette méthode vérifie que le titre donné est déjà attribué ou
        *>non à une référence dans l'inventaire (son id dans
        *>idArticleRef)
        VERIF_TITRE_REF.
                MOVE 0 TO trouve
                MOVE 0 TO idArticleRef
                OPEN INPUT finventaire
                MOVE titreRef TO fi_titre
                READ finventaire KEY IS fi_titre
                *>Le titre existe déjà
                INVALID KEY MOVE 0 TO trouve
                *>Le titre n'existe pas 
                NOT INVALID KEY
                   MOVE 1 TO trouve
                   MOVE fi_id TO idArticleRef
                END-READ
                CLOSE finventaire
                *>On ferme le fichier puis on le réouvre afin que le
                   ACCEPT titreRef
                   OPEN INPUT finventaire
                   MOVE titreRef TO fi_titre
                   *>Recherche directe sur la clé du titre
                   READ finventaire KEY IS fi_titre
                   *>Le comic n'existe pas dans le fichier
           INVALID KEY DISPLAY "Ce comic n'existe pas dans l'inventaire"
                   *>Le comic existe dans le fichier
                      MOVE fi_prix TO nouveauPrix
                   END-IF
                   *>Modification de la variable concernant le prix dans
                   *>le tampon ; la reference est desormais geree sur
                   *>place et le flux bibliographique ne la touche plus
                   MOVE nouveauPrix TO fi_prix
                   MOVE "O" TO fi_saisieLocale
                   *>Réécriture du tampon
                   REWRITE tamp_finventaire
                     INVALID KEY DISPLAY "Erreur de reecriture"
                         MOVE fi_titre TO journalCle
                         PERFORM ENREGISTRER_JOURNAL
                         MOVE fi_titre TO titreHisto
                         MOVE fi_id TO idRefHisto
                         MOVE "MA" TO originePrixHisto
                         PERFORM ENREGISTRER_CHANGEMENT_PRIX
                   END-REWRITE
                       *>affiche pour expliquer l'ecart au lieu de
                       *>seulement le signaler
                       MOVE fi_titre TO mouvStockTitre
                       MOVE fi_id TO mouvStockIdRef
                       PERFORM AFFICHER_MOUVEMENTS_TITRE
                       DISPLAY "----------------------------"
                   END-IF
               READ fachats NEXT
               AT END MOVE 0 TO WfinRecon
               NOT AT END
                   IF fa_idRef = fi_id THEN
                       ADD fa_quantite TO totalAchatTitre END-ADD
                   END-IF
               END-READ
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinRecon
               NOT AT END
                   IF fvl_idRef = fi_id THEN
                      OPEN INPUT fventes
                      MOVE fvl_idVente TO fv_id
                      READ fventes KEY IS fv_id
               READ fventes NEXT
               AT END MOVE 0 TO WfinRecon
               NOT AT END
                   IF fv_idRef = fi_id AND fv_statut = 0
                      THEN
                      MOVE 0 TO WfinRecon2
                      OPEN INPUT fventesLignes
               READ fdemarques NEXT
               AT END MOVE 0 TO WfinRecon
               NOT AT END
                   IF dm_idRef = fi_id THEN
                      ADD dm_quantite TO deductionsTheoriques
                          END-ADD
                   END-IF
               READ freservations NEXT
               AT END MOVE 0 TO WfinRecon
               NOT AT END
                   IF rs_idRef = fi_id AND
                      RESERVATION_ACTIVE THEN
                      ADD 1 TO deductionsTheoriques END-ADD
                   END-IF
                 CAT_GOODIES OR CAT_JEU_CARTES) THEN
                 PERFORM GENERER_CODE_INTERNE
              END-IF
              PERFORM SAISIR_EDITEUR_REFERENCE
              MOVE "O" TO fi_saisieLocale
              MOVE idConsignataire TO fi_idConsignataire
              PERFORM WITH TEST AFTER UNTIL fi_tauxCommission > 0
                      AND fi_tauxCommission NOT > 100
              *>livre des mouvements comme toute autre entree (achat,
              *>reception, rachat, exemplaire)
              MOVE fi_titre TO mouvStockTitre
              MOVE fi_id TO mouvStockIdRef
              MOVE fi_quantite TO mouvStockQuantite
              MOVE "CONSIGNE" TO mouvStockMotif
              MOVE fi_id TO mouvStockReference
              PERFORM ENREGISTRER_MOUVEMENT_STOCK
              PERFORM INDIVIDUALISER_DEPOT_CONSIGNE
           END-IF.

      *>Cette méthode individualise les articles signes, dessines
      *>ou certifies d'un depot en consigne : chacun devient un
      *>exemplaire du titre depose (deja compte dans fi_quantite)
      *>qui porte sa provenance jusqu'a la vente
        INDIVIDUALISER_DEPOT_CONSIGNE.
           MOVE SPACES TO reponseProvenance
           PERFORM WITH TEST AFTER UNTIL reponseProvenance = "O"
                   OR reponseProvenance = "N"
                   DISPLAY "Des articles deposes sont-ils signes,"
                   DISPLAY "dessines ou certifies ? (O/N)"
                   ACCEPT reponseProvenance
                   MOVE FUNCTION UPPER-CASE(reponseProvenance) TO
                        reponseProvenance
           END-PERFORM
           IF reponseProvenance = "O" THEN
              PERFORM WITH TEST AFTER UNTIL nbExemplairesProv > 0
                      AND nbExemplairesProv NOT > fi_quantite
                      DISPLAY "Combien d'articles sont concernes ?"
                      DISPLAY "(1 a ", fi_quantite, ")"
                      ACCEPT nbExemplairesProv
              END-PERFORM
              MOVE 0 TO noExemplaireProv
              PERFORM WITH TEST AFTER UNTIL
                      noExemplaireProv >= nbExemplairesProv
                      MOVE "EXEMPLAIRE" TO compteurNom
                      PERFORM OBTENIR_PROCHAIN_ID
                      MOVE prochainId TO fe_id
                      MOVE fi_titre TO fe_titre
                      MOVE fi_id TO fe_idRef
                      MOVE fi_condition TO fe_condition
                      MOVE fi_prix TO fe_prix
                      MOVE fi_emplacement TO fe_emplacement
                      MOVE 0 TO fe_statut
                      MOVE 0 TO fe_idVente
                      MOVE 0 TO fe_regimeMarge
                      MOVE 0 TO fe_coutAchat
                      OPEN I-O fexemplaires
                      WRITE tamp_fexemplaire
                      END-WRITE
                      CLOSE fexemplaires
                      DISPLAY "Exemplaire ", fe_id, " cree"
                      MOVE "DEPOSER_ARTICLE_CONSIGNE" TO
                           journalParagraphe
                      MOVE "AJOUT" TO journalOperation
                      MOVE "fexemplaires" TO journalFichier
                      MOVE fe_id TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                      MOVE fe_id TO idExemplaireProv
                      PERFORM ENREGISTRER_PROVENANCE_EXEMPLAIRE
                      ADD 1 TO noExemplaireProv END-ADD
              END-PERFORM
           END-IF.

      *>Cette méthode etablit le releve d'un consignataire : pour
                   *>retournee a remis l'exemplaire en rayon et ne
                   *>doit rien lui verser
                   MOVE 9 TO verifStatut
                   IF fvl_idRef = fi_id THEN
                      OPEN INPUT fventes
                      MOVE fvl_idVente TO fv_id
                      READ fventes KEY IS fv_id
                      END-READ
                      CLOSE fventes
                   END-IF
                   IF fvl_idRef = fi_id AND
                      (verifStatut = 0 OR verifStatut = 3) THEN
                      ADD 1 TO nbVentesConsigne END-ADD
                      ADD fvl_prixLigneTTC TO totalVentesConsigne
              END-PERFORM
              OPEN I-O fcomptages
              MOVE idSessionComptage TO cp_idSession
              MOVE fi_id TO cp_idRef
              MOVE fi_titre TO cp_titre
              READ fcomptages KEY IS cp_cle
                 INVALID KEY
               NOT AT END
                   IF cp_idSession = idSessionComptage THEN
                      OPEN INPUT finventaire
                      MOVE cp_idRef TO fi_id
                      READ finventaire KEY IS fi_id
                         INVALID KEY
                            DISPLAY cp_titre, " : titre inconnu de"
                            DISPLAY "l'inventaire"
      *>l'ajustement
        AJUSTER_STOCK_COMPTAGE.
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE cp_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY
                 DISPLAY cp_titre, " : titre inconnu, ajustement"
                 DISPLAY "impossible"
                          MOVE fi_titre TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE fi_titre TO mouvStockTitre
                          MOVE fi_id TO mouvStockIdRef
                          MOVE ecartComptage TO mouvStockQuantite
                          MOVE "AJUSTEMENT" TO mouvStockMotif
                          MOVE idSessionComptage TO
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinExemplaire
               NOT AT END
                   IF fe_idRef = fi_id AND EXEMPLAIRE_EN_STOCK
                      THEN
                      IF nbExemplairesStock = 0 THEN
                         DISPLAY "   Exemplaires individualises :"
           END-PERFORM
           MOVE idExemplaire TO fe_id
           MOVE titreRef TO fe_titre
           MOVE idArticleRef TO fe_idRef
           PERFORM WITH TEST AFTER UNTIL fe_condition = "NE" OR
                   fe_condition = "TB" OR fe_condition = "BO" OR
                   fe_condition = "MO" OR fe_condition = "AB"
           ACCEPT fe_emplacement
           MOVE 0 TO fe_statut
           MOVE 0 TO fe_idVente
           *>Un exemplaire achete d'occasion a un particulier est
           *>revendu sous regime de la marge, sur son prix d'achat
           MOVE 0 TO fe_regimeMarge
           MOVE 0 TO fe_coutAchat
           PERFORM WITH TEST AFTER UNTIL reponseRegimeMarge = "O" OR
                   reponseRegimeMarge = "o" OR
                   reponseRegimeMarge = "N" OR
                   reponseRegimeMarge = "n"
                   DISPLAY "Exemplaire achete a un particulier ?"
                   DISPLAY "(O/N)"
                   ACCEPT reponseRegimeMarge
           END-PERFORM
           IF reponseRegimeMarge = "O" OR reponseRegimeMarge = "o"
              THEN
              MOVE 1 TO fe_regimeMarge
              PERFORM WITH TEST AFTER UNTIL fe_coutAchat > 0
                      DISPLAY "Entrez son prix d'achat"
                      ACCEPT fe_coutAchat
              END-PERFORM
           END-IF
           OPEN I-O fexemplaires
           WRITE tamp_fexemplaire
           END-WRITE
           *>L'exemplaire entre en stock : la quantite du titre est
           *>incrementee pour rester le compte total des exemplaires
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE fe_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY DISPLAY "Erreur : ce comic n'existe pas"
              NOT INVALID KEY
                 ADD 1 TO fi_quantite END-ADD
                       MOVE fi_titre TO journalCle
                       PERFORM ENREGISTRER_JOURNAL
                       MOVE fi_titre TO mouvStockTitre
                       MOVE fi_id TO mouvStockIdRef
                       MOVE 1 TO mouvStockQuantite
                       MOVE "EXEMPLAIRE" TO mouvStockMotif
                       MOVE fe_id TO mouvStockReference
           END-READ
           CLOSE fexemplaires.

      *>Cette méthode regroupe la tenue de la provenance des
      *>exemplaires : ajout d'une preuve a un exemplaire,
      *>consultation de sa provenance, recherche de tout ce qui a
      *>ete signe ou dessine par un artiste donne
        GERER_PROVENANCES.
           DISPLAY "   -- PROVENANCE DES EXEMPLAIRES --"
           DISPLAY "   1 Ajouter une provenance a un exemplaire"
           DISPLAY "   2 Consulter la provenance d'un exemplaire"
           DISPLAY "   3 Rechercher par artiste"
           DISPLAY "   0 RETOUR"
           ACCEPT choixProvenance
           EVALUATE choixProvenance
               WHEN 1
                   PERFORM AJOUTER_PROVENANCE
               WHEN 2
                   PERFORM CONSULTER_PROVENANCE
               WHEN 3
                   PERFORM RECHERCHER_PROVENANCE_ARTISTE
           END-EVALUATE.

      *>Cette méthode ajoute une preuve de provenance a un
      *>exemplaire individualise existant
        AJOUTER_PROVENANCE.
           MOVE "AJOUTER_PROVENANCE" TO fonctionDemandee
           PERFORM VERIFIER_PERMISSION
           IF permissionAccordee = 1 THEN
              DISPLAY "Entrez l'id de l'exemplaire"
              ACCEPT idExemplaire
              PERFORM VERIF_ID_EXEMPLAIRE
              IF trouveExemplaire = 0 THEN
                 DISPLAY "Cet exemplaire n'existe pas"
              ELSE
                 MOVE idExemplaire TO idExemplaireProv
                 PERFORM SAISIR_PROVENANCES_EXEMPLAIRE
              END-IF
           END-IF.

      *>Cette méthode affiche un exemplaire avec toute sa
      *>provenance
        CONSULTER_PROVENANCE.
           DISPLAY "Entrez l'id de l'exemplaire"
           ACCEPT idExemplaire
           OPEN INPUT fexemplaires
           MOVE idExemplaire TO fe_id
           READ fexemplaires KEY IS fe_id
              INVALID KEY DISPLAY "Cet exemplaire n'existe pas"
              NOT INVALID KEY
                 PERFORM LIBELLER_STATUT_PROVENANCE
                 DISPLAY "Exemplaire ", fe_id, " : ", fe_titre
                 DISPLAY "Etat ", fe_condition, ", prix ", fe_prix,
                         " - ", libelleStatutProv
                 MOVE fe_id TO idExemplaireProv
                 PERFORM AFFICHER_PROVENANCES_EXEMPLAIRE
                 IF nbProvenances = 0 THEN
                    DISPLAY "Aucune provenance enregistree"
                 END-IF
           END-READ
           CLOSE fexemplaires.

      *>Cette méthode affiche a l'ecran la provenance de
      *>l'exemplaire idExemplaireProv ; nbProvenances en ressort
      *>le nombre de preuves
        AFFICHER_PROVENANCES_EXEMPLAIRE.
           MOVE 0 TO nbProvenances
           OPEN INPUT fprovenances
           MOVE idExemplaireProv TO pv_idExemplaire
           MOVE 0 TO pv_noLigne
           START fprovenances KEY IS NOT LESS THAN pv_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WfinProvenance
                 PERFORM WITH TEST AFTER UNTIL WfinProvenance = 0
                    READ fprovenances NEXT
                    AT END MOVE 0 TO WfinProvenance
                    NOT AT END
                       IF pv_idExemplaire NOT = idExemplaireProv
                          THEN
                          MOVE 0 TO WfinProvenance
                       ELSE
                          ADD 1 TO nbProvenances END-ADD
                          PERFORM FORMATER_PROVENANCE
                          PERFORM VARYING idxLigneProv FROM 1 BY 1
                                  UNTIL idxLigneProv > nbLignesProv
                             DISPLAY ligneProvenance(idxLigneProv)
                          END-PERFORM
                       END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fprovenances.

      *>Cette méthode met en forme la preuve presente dans le
      *>tampon tamp_fprovenance sur une a quatre lignes
      *>(ligneProvenance), pour l'ecran comme pour le recu et la
      *>facture
        FORMATER_PROVENANCE.
           EVALUATE TRUE
               WHEN PROVENANCE_SIGNATURE
                   MOVE "Signature" TO libelleTypeProv
               WHEN PROVENANCE_DESSIN
                   MOVE "Dessin dedicace" TO libelleTypeProv
               WHEN PROVENANCE_GRADATION
                   MOVE "Boitier de gradation" TO libelleTypeProv
               WHEN OTHER
                   MOVE "Remarque" TO libelleTypeProv
           END-EVALUATE
           MOVE SPACES TO lignesProvenance
           MOVE 1 TO nbLignesProv
           IF pv_artiste = SPACES THEN
              STRING "  " DELIMITED BY SIZE
                     libelleTypeProv DELIMITED BY "  "
                     " le " DELIMITED BY SIZE
                     pv_date DELIMITED BY SIZE
                     INTO ligneProvenance(1)
           ELSE
              STRING "  " DELIMITED BY SIZE
                     libelleTypeProv DELIMITED BY "  "
                     " : " DELIMITED BY SIZE
                     pv_artiste DELIMITED BY "  "
                     " le " DELIMITED BY SIZE
                     pv_date DELIMITED BY SIZE
                     INTO ligneProvenance(1)
           END-IF
           EVALUATE TRUE
               WHEN pv_idEvenement NOT = 0 AND pv_temoin NOT = SPACES
                   MOVE 2 TO nbLignesProv
                   STRING "    Evenement n. " DELIMITED BY SIZE
                          pv_idEvenement DELIMITED BY SIZE
                          ", temoin " DELIMITED BY SIZE
                          pv_temoin DELIMITED BY SIZE
                          INTO ligneProvenance(2)
               WHEN pv_idEvenement NOT = 0
                   MOVE 2 TO nbLignesProv
                   STRING "    Evenement n. " DELIMITED BY SIZE
                          pv_idEvenement DELIMITED BY SIZE
                          INTO ligneProvenance(2)
               WHEN pv_temoin NOT = SPACES
                   MOVE 2 TO nbLignesProv
                   STRING "    Temoin " DELIMITED BY SIZE
                          pv_temoin DELIMITED BY SIZE
                          INTO ligneProvenance(2)
           END-EVALUATE
           IF pv_certificat NOT = SPACES OR pv_photo NOT = SPACES
              THEN
              ADD 1 TO nbLignesProv END-ADD
              MOVE 4 TO pointeurProv
              IF pv_certificat NOT = SPACES THEN
                 STRING " Certificat n. " DELIMITED BY SIZE
                        pv_certificat DELIMITED BY "  "
                        INTO ligneProvenance(nbLignesProv)
                        WITH POINTER pointeurProv
              END-IF
              IF pv_photo NOT = SPACES THEN
                 STRING " Photo " DELIMITED BY SIZE
                        pv_photo DELIMITED BY "  "
                        INTO ligneProvenance(nbLignesProv)
                        WITH POINTER pointeurProv
              END-IF
           END-IF
           IF pv_remarque NOT = SPACES THEN
              ADD 1 TO nbLignesProv END-ADD
              STRING "    " DELIMITED BY SIZE
                     pv_remarque DELIMITED BY SIZE
                     INTO ligneProvenance(nbLignesProv)
           END-IF.

      *>Cette méthode donne le libelle du statut de l'exemplaire
      *>present dans le tampon tamp_fexemplaire
        LIBELLER_STATUT_PROVENANCE.
           EVALUATE TRUE
               WHEN EXEMPLAIRE_EN_STOCK
                   MOVE "EN STOCK" TO libelleStatutProv
               WHEN EXEMPLAIRE_VENDU
                   MOVE "VENDU" TO libelleStatutProv
               WHEN EXEMPLAIRE_EN_PRET
                   MOVE "EN PRET" TO libelleStatutProv
               WHEN EXEMPLAIRE_EN_GRADATION
                   MOVE "EN GRADATION" TO libelleStatutProv
               WHEN EXEMPLAIRE_EN_ANNONCE
                   MOVE "EN ANNONCE" TO libelleStatutProv
               WHEN OTHER
                   MOVE "HORS RAYON" TO libelleStatutProv
           END-EVALUATE.

      *>Cette méthode saisit une ou plusieurs preuves de
      *>provenance pour l'exemplaire idExemplaireProv
        SAISIR_PROVENANCES_EXEMPLAIRE.
           PERFORM WITH TEST AFTER UNTIL reponseAutreProv = "N"
                   PERFORM SAISIR_PROVENANCE
                   MOVE SPACES TO reponseAutreProv
                   PERFORM WITH TEST AFTER UNTIL
                           reponseAutreProv = "O" OR
                           reponseAutreProv = "N"
                           DISPLAY "Autre provenance pour cet"
                           DISPLAY "exemplaire ? (O/N)"
                           ACCEPT reponseAutreProv
                           MOVE FUNCTION UPPER-CASE(reponseAutreProv)
                                TO reponseAutreProv
                   END-PERFORM
           END-PERFORM.

      *>Cette méthode saisit une preuve de provenance pour
      *>l'exemplaire idExemplaireProv : l'evenement de la boutique
      *>eventuel propose son auteur et sa date, le temoin doit etre
      *>un employe connu, et l'artiste est range en majuscules pour
      *>la recherche
        SAISIR_PROVENANCE.
           PERFORM PROCHAIN_NO_PROVENANCE
           INITIALIZE tamp_fprovenance
           MOVE idExemplaireProv TO pv_idExemplaire
           MOVE noLigneProv TO pv_noLigne
           PERFORM WITH TEST AFTER UNTIL PROVENANCE_SIGNATURE OR
                   PROVENANCE_DESSIN OR PROVENANCE_REMARQUE OR
                   PROVENANCE_GRADATION
                   DISPLAY "Type : signature (S), dessin (D),"
                   DISPLAY "remarque (R), boitier de gradation (G)"
                   ACCEPT pv_type
                   MOVE FUNCTION UPPER-CASE(pv_type) TO pv_type
           END-PERFORM
           MOVE SPACES TO ev_auteurOuSerie
           MOVE SPACES TO ev_date
           DISPLAY "Entrez l'id de l'evenement de la boutique"
           DISPLAY "(0 si obtenue ailleurs)"
           ACCEPT pv_idEvenement
           IF pv_idEvenement NOT = 0 THEN
              OPEN INPUT fevenements
              MOVE pv_idEvenement TO ev_id
              READ fevenements KEY IS ev_id
                 INVALID KEY
                    DISPLAY "Evenement inconnu, provenance saisie"
                    DISPLAY "sans evenement"
                    MOVE 0 TO pv_idEvenement
                    MOVE SPACES TO ev_auteurOuSerie
                    MOVE SPACES TO ev_date
                 NOT INVALID KEY
                    DISPLAY "Evenement : ", ev_libelle
              END-READ
              CLOSE fevenements
           END-IF
           PERFORM WITH TEST AFTER UNTIL pv_artiste NOT = SPACES
                   OR PROVENANCE_REMARQUE OR PROVENANCE_GRADATION
                   IF ev_auteurOuSerie = SPACES THEN
                      DISPLAY "Entrez l'artiste"
                   ELSE
                      DISPLAY "Entrez l'artiste (ENTREE pour ",
                              ev_auteurOuSerie, ")"
                   END-IF
                   MOVE SPACES TO artisteProvSaisi
                   ACCEPT artisteProvSaisi
                   IF artisteProvSaisi = SPACES THEN
                      MOVE ev_auteurOuSerie TO pv_artiste
                   ELSE
                      MOVE artisteProvSaisi TO pv_artiste
                   END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(pv_artiste) TO pv_artiste
           PERFORM WITH TEST AFTER UNTIL dateProvSaisie = SPACES
                   OR dateProvSaisie IS NUMERIC
                   DISPLAY "Entrez la date (AAAAMMJJ, ENTREE pour"
                   DISPLAY "la date de l'evenement ou du jour)"
                   MOVE SPACES TO dateProvSaisie
                   ACCEPT dateProvSaisie
           END-PERFORM
           EVALUATE TRUE
               WHEN dateProvSaisie NOT = SPACES
                   MOVE dateProvSaisie TO pv_date
               WHEN ev_date NOT = SPACES
                   MOVE ev_date TO pv_date
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO pv_date
           END-EVALUATE
           MOVE 0 TO temoinProvValide
           PERFORM WITH TEST AFTER UNTIL temoinProvValide = 1
                   DISPLAY "Identifiant de l'employe temoin"
                   DISPLAY "(ENTREE si aucun)"
                   MOVE SPACES TO temoinProvSaisi
                   ACCEPT temoinProvSaisi
                   IF temoinProvSaisi = SPACES THEN
                      MOVE 1 TO temoinProvValide
                   ELSE
                      OPEN INPUT femployes
                      MOVE temoinProvSaisi TO em_id
                      READ femployes KEY IS em_id
                         INVALID KEY
                            DISPLAY "Employe inconnu"
                         NOT INVALID KEY
                            MOVE 1 TO temoinProvValide
                      END-READ
                      CLOSE femployes
                   END-IF
           END-PERFORM
           MOVE temoinProvSaisi TO pv_temoin
           DISPLAY "Numero de certificat ou d'etiquette"
           DISPLAY "(ENTREE si aucun)"
           ACCEPT pv_certificat
           DISPLAY "Reference de la photo (ENTREE si aucune)"
           ACCEPT pv_photo
           DISPLAY "Remarque (ENTREE si aucune)"
           ACCEPT pv_remarque
           PERFORM ECRIRE_PROVENANCE.

      *>Cette méthode ecrit la preuve preparee dans le tampon
      *>tamp_fprovenance, datee et signee de l'employe connecte
        ECRIRE_PROVENANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO pv_dateSaisie
           MOVE idEmploye TO pv_employeSaisie
           OPEN I-O fprovenances
           WRITE tamp_fprovenance
              INVALID KEY DISPLAY "Erreur ecriture de la provenance"
              NOT INVALID KEY
                 DISPLAY "Provenance enregistree pour l'exemplaire ",
                         pv_idExemplaire
           END-WRITE
           CLOSE fprovenances
           MOVE "SAISIR_PROVENANCE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fprovenances" TO journalFichier
           MOVE pv_idExemplaire TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode donne dans noLigneProv le prochain numero de
      *>ligne de provenance libre pour l'exemplaire idExemplaireProv
        PROCHAIN_NO_PROVENANCE.
           MOVE 1 TO noLigneProv
           OPEN INPUT fprovenances
           MOVE idExemplaireProv TO pv_idExemplaire
           MOVE 0 TO pv_noLigne
           START fprovenances KEY IS NOT LESS THAN pv_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WfinProvenance
                 PERFORM WITH TEST AFTER UNTIL WfinProvenance = 0
                    READ fprovenances NEXT
                    AT END MOVE 0 TO WfinProvenance
                    NOT AT END
                       IF pv_idExemplaire NOT = idExemplaireProv
                          THEN
                          MOVE 0 TO WfinProvenance
                       ELSE
                          COMPUTE noLigneProv = pv_noLigne + 1
                       END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fprovenances.

      *>Cette méthode demande si l'exemplaire idExemplaireProv,
      *>qui vient d'entrer en stock, porte une signature, un
      *>dessin ou un certificat, et enregistre alors sa provenance
        PROPOSER_PROVENANCE_EXEMPLAIRE.
           MOVE SPACES TO reponseProvExemplaire
           PERFORM WITH TEST AFTER UNTIL reponseProvExemplaire = "O"
                   OR reponseProvExemplaire = "N"
                   DISPLAY "Exemplaire ", idExemplaireProv,
                           " signe, dessine ou certifie ? (O/N)"
                   ACCEPT reponseProvExemplaire
                   MOVE FUNCTION UPPER-CASE(reponseProvExemplaire)
                        TO reponseProvExemplaire
           END-PERFORM
           IF reponseProvExemplaire = "O" THEN
              PERFORM ENREGISTRER_PROVENANCE_EXEMPLAIRE
           END-IF.

      *>Cette méthode enregistre la provenance d'un exemplaire qui
      *>entre en stock : s'il est deja passe par la boutique sous un
      *>autre id (vendu puis rachete), sa provenance est reprise
      *>telle quelle de l'ancien exemplaire, sinon elle est saisie
        ENREGISTRER_PROVENANCE_EXEMPLAIRE.
           DISPLAY "Id de l'ancien exemplaire s'il est deja passe"
           DISPLAY "par la boutique (0 sinon)"
           ACCEPT idExemplaireOrigProv
           MOVE 0 TO nbProvenancesReprises
           IF idExemplaireOrigProv NOT = 0 AND
              idExemplaireOrigProv NOT = idExemplaireProv THEN
              PERFORM REPRENDRE_PROVENANCES
           END-IF
           IF nbProvenancesReprises = 0 THEN
              IF idExemplaireOrigProv NOT = 0 THEN
                 DISPLAY "Aucune provenance connue pour cet"
                 DISPLAY "exemplaire, saisie de la provenance"
              END-IF
              PERFORM SAISIR_PROVENANCES_EXEMPLAIRE
           ELSE
              DISPLAY nbProvenancesReprises,
                      " provenance(s) reprise(s) de l'exemplaire ",
                      idExemplaireOrigProv
              PERFORM AFFICHER_PROVENANCES_EXEMPLAIRE
           END-IF.

      *>Cette méthode recopie la provenance de l'ancien exemplaire
      *>idExemplaireOrigProv sur l'exemplaire idExemplaireProv, a
      *>la suite de ses lignes eventuelles ; les dates, temoins et
      *>certificats d'origine sont conserves
        REPRENDRE_PROVENANCES.
           PERFORM PROCHAIN_NO_PROVENANCE
           MOVE 0 TO noLigneOrigProv
           MOVE 1 TO WfinProvenance
           OPEN I-O fprovenances
           PERFORM WITH TEST AFTER UNTIL WfinProvenance = 0
              MOVE idExemplaireOrigProv TO pv_idExemplaire
              MOVE noLigneOrigProv TO pv_noLigne
              START fprovenances KEY IS GREATER THAN pv_cle
                 INVALID KEY MOVE 0 TO WfinProvenance
                 NOT INVALID KEY
                    READ fprovenances NEXT
                    AT END MOVE 0 TO WfinProvenance
                    NOT AT END
                       IF pv_idExemplaire NOT = idExemplaireOrigProv
                          THEN
                          MOVE 0 TO WfinProvenance
                       ELSE
                          MOVE pv_noLigne TO noLigneOrigProv
                          MOVE idExemplaireProv TO pv_idExemplaire
                          MOVE noLigneProv TO pv_noLigne
                          WRITE tamp_fprovenance
                          END-WRITE
                          ADD 1 TO noLigneProv END-ADD
                          ADD 1 TO nbProvenancesReprises END-ADD
                       END-IF
                    END-READ
              END-START
           END-PERFORM
           CLOSE fprovenances
           IF nbProvenancesReprises > 0 THEN
              MOVE "REPRENDRE_PROVENANCES" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fprovenances" TO journalFichier
              MOVE idExemplaireProv TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode ajoute a l'exemplaire idExemplaireProv, au
      *>retour de gradation, la preuve du boitier : numero
      *>d'etiquette, note attribuee et soumission, temoin l'employe
      *>qui receptionne
        ENREGISTRER_PROVENANCE_GRADATION.
           PERFORM PROCHAIN_NO_PROVENANCE
           INITIALIZE tamp_fprovenance
           MOVE idExemplaireProv TO pv_idExemplaire
           MOVE noLigneProv TO pv_noLigne
           MOVE "G" TO pv_type
           MOVE FUNCTION CURRENT-DATE(1:8) TO pv_date
           MOVE idEmploye TO pv_temoin
           MOVE etiquetteGradation TO pv_certificat
           MOVE photoGradation TO pv_photo
           STRING "Note " DELIMITED BY SIZE
                  gl_gradeRecu DELIMITED BY SIZE
                  ", soum. " DELIMITED BY SIZE
                  idGradation DELIMITED BY SIZE
                  INTO pv_remarque
           PERFORM ECRIRE_PROVENANCE.

      *>Cette méthode repond au client qui cherche "tout ce qui est
      *>signe par" un createur : les preuves dont l'artiste commence
      *>par le nom saisi sont lues sur la cle pv_artiste, avec
      *>l'exemplaire, son prix et sa disponibilite
        RECHERCHER_PROVENANCE_ARTISTE.
           MOVE SPACES TO artisteRecherche
           PERFORM WITH TEST AFTER UNTIL artisteRecherche NOT = SPACES
                   DISPLAY "Entrez l'artiste (ou le debut du nom)"
                   ACCEPT artisteRecherche
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(artisteRecherche) TO
                artisteRecherche
           MOVE FUNCTION LENGTH(FUNCTION TRIM(artisteRecherche))
                TO longueurArtiste
           MOVE 0 TO nbProvenances
           MOVE 0 TO nbExemplairesDispoProv
           DISPLAY "-- PROVENANCES : ", artisteRecherche, " --"
           OPEN INPUT fprovenances
           OPEN INPUT fexemplaires
           MOVE artisteRecherche TO pv_artiste
           START fprovenances KEY IS NOT LESS THAN pv_artiste
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WfinProvenance
                 PERFORM WITH TEST AFTER UNTIL WfinProvenance = 0
                    READ fprovenances NEXT
                    AT END MOVE 0 TO WfinProvenance
                    NOT AT END
                       IF pv_artiste(1:longueurArtiste) NOT =
                          artisteRecherche(1:longueurArtiste) THEN
                          MOVE 0 TO WfinProvenance
                       ELSE
                          PERFORM AFFICHER_RESULTAT_PROVENANCE
                       END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fexemplaires
           CLOSE fprovenances
           DISPLAY "Preuves trouvees : ", nbProvenances,
                   ", exemplaires en stock : ", nbExemplairesDispoProv.

      *>Cette méthode affiche une preuve trouvee par la recherche
      *>par artiste avec l'exemplaire qui la porte
        AFFICHER_RESULTAT_PROVENANCE.
           ADD 1 TO nbProvenances END-ADD
           MOVE pv_idExemplaire TO fe_id
           READ fexemplaires KEY IS fe_id
              INVALID KEY
                 MOVE SPACES TO fe_titre
                 MOVE 0 TO fe_prix
                 MOVE "INCONNU" TO libelleStatutProv
              NOT INVALID KEY
                 PERFORM LIBELLER_STATUT_PROVENANCE
                 IF EXEMPLAIRE_EN_STOCK THEN
                    ADD 1 TO nbExemplairesDispoProv END-ADD
                 END-IF
           END-READ
           DISPLAY "Exemplaire ", pv_idExemplaire, " : ", fe_titre
           DISPLAY "   ", libelleStatutProv, " - prix ", fe_prix
           PERFORM FORMATER_PROVENANCE
           PERFORM VARYING idxLigneProv FROM 1 BY 1
                   UNTIL idxLigneProv > nbLignesProv
              DISPLAY ligneProvenance(idxLigneProv)
           END-PERFORM.

      *>Cette méthode ecrit sur le document ouvert dans fticket
      *>(recu ou facture) la provenance des exemplaires vendus par
      *>la vente presente dans le tampon tamp_fvente
        ECRIRE_PROVENANCES_VENTE.
           MOVE 0 TO exemplaireProvTrouve
           MOVE 1 TO WfinExemplaireProv
           OPEN INPUT fexemplaires
           OPEN INPUT fprovenances
           PERFORM WITH TEST AFTER UNTIL WfinExemplaireProv = 0
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinExemplaireProv
               NOT AT END
                   IF fe_idVente = fv_id AND EXEMPLAIRE_VENDU THEN
                      PERFORM ECRIRE_PROVENANCES_EXEMPLAIRE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprovenances
           CLOSE fexemplaires.

      *>Cette méthode ecrit sur fticket la provenance de
      *>l'exemplaire vendu present dans le tampon tamp_fexemplaire
        ECRIRE_PROVENANCES_EXEMPLAIRE.
           MOVE 0 TO exemplaireProvEcrit
           MOVE fe_id TO pv_idExemplaire
           MOVE 0 TO pv_noLigne
           START fprovenances KEY IS NOT LESS THAN pv_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WfinProvenance
                 PERFORM WITH TEST AFTER UNTIL WfinProvenance = 0
                    READ fprovenances NEXT
                    AT END MOVE 0 TO WfinProvenance
                    NOT AT END
                       IF pv_idExemplaire NOT = fe_id THEN
                          MOVE 0 TO WfinProvenance
                       ELSE
                          IF exemplaireProvTrouve = 0 THEN
                             MOVE 1 TO exemplaireProvTrouve
                             MOVE "Provenance des exemplaires :"
                                  TO ligneTicket
                             WRITE ligneTicket
                          END-IF
                          IF exemplaireProvEcrit = 0 THEN
                             MOVE 1 TO exemplaireProvEcrit
                             STRING " Exemplaire " DELIMITED BY SIZE
                                    fe_id DELIMITED BY SIZE
                                    " - " DELIMITED BY SIZE
                                    fe_titre DELIMITED BY SIZE
                                    INTO ligneTicket
                             WRITE ligneTicket
                          END-IF
                          PERFORM FORMATER_PROVENANCE
                          PERFORM VARYING idxLigneProv FROM 1 BY 1
                                  UNTIL idxLigneProv > nbLignesProv
                             MOVE ligneProvenance(idxLigneProv) TO
                                  ligneTicket
                             WRITE ligneTicket
                          END-PERFORM
                       END-IF
                    END-READ
                 END-PERFORM
           END-START.

      *>Cette méthode affiche l'historique des mouvements de stock
      *>d'un titre choisi par l'utilisateur, a partir du grand livre
      *>fmouvStock alimente par tous les points qui modifient
        HISTORIQUE_MOUVEMENTS_STOCK.
           DISPLAY "Entrez le titre du comic"
           ACCEPT mouvStockTitre
           MOVE mouvStockTitre TO titreIdRef
           PERFORM RESOUDRE_ID_REFERENCE
           MOVE idReference TO mouvStockIdRef
           DISPLAY "-- MOUVEMENTS DE STOCK : ", mouvStockTitre, " --"
           PERFORM AFFICHER_MOUVEMENTS_TITRE
           DISPLAY "Nombre de mouvements : ", nbMouvementsTitre.
                          MOVE fi_titre TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE fi_titre TO mouvStockTitre
                          MOVE fi_id TO mouvStockIdRef
                          COMPUTE mouvStockQuantite = 0 - qteDemarque
                          MOVE "DEMARQUE" TO mouvStockMotif
                          MOVE idDemarque TO mouvStockReference
                          *>FIFO comme une vente, sinon les unites
                          *>demarquees resteraient valorisees
                          MOVE fi_titre TO titreRef
                          MOVE fi_id TO idArticleRef
                          MOVE qteDemarque TO quantiteLigne
                          PERFORM CONSOMMER_COUCHES_COUT
                          DISPLAY "Demarque enregistree, perte : ",
           MOVE idDemarque TO dm_id
           MOVE FUNCTION CURRENT-DATE TO dm_date
           MOVE fi_titre TO dm_titre
           MOVE fi_id TO dm_idRef
           MOVE qteDemarque TO dm_quantite
           MOVE motifDemarque TO dm_motif
           MOVE valeurDemarque TO dm_valeur
           MOVE idEmploye TO dm_employe
           MOVE codeMagasin TO dm_magasin
           OPEN I-O fdemarques
           WRITE tamp_fdemarque
           END-WRITE

      *>Cette méthode resout un titre a partir de son ISBN scanne ou
      *>tape, via la cle alternative fi_isbn : le titre trouve est
      *>place dans titreRef, son id dans idArticleRef, et trouve
      *>vaut 1. Un ISBN laisse vide
      *>positionne saisieParTitre a 1 pour que l'appelant se replie
      *>sur la saisie du titre complet (ancien stock sans
      *>code-barres). C'est le point d'entree commun de toutes les
                       AT END DISPLAY "Aucun comic avec cet ISBN"
                       NOT AT END
                          MOVE fi_titre TO titreRef
                          MOVE fi_id TO idArticleRef
                          MOVE 1 TO trouve
                          DISPLAY "Titre : ", fi_titre
                    END-READ
                   DISPLAY "Sans vente depuis combien de mois ?"
                   ACCEPT nbMoisDormant
           END-PERFORM
           PERFORM CALCULER_LIMITE_DORMANT
           MOVE 0 TO nbTitresDormants
           MOVE 0 TO totalValeurDormant
           MOVE 1 TO Wfin
              DISPLAY "titres"
           END-IF.

      *>Cette méthode calcule la date limite du stock dormant (date
      *>du jour moins nbMoisDormant mois) : un titre sans vente
      *>depuis cette date est dormant
        CALCULER_LIMITE_DORMANT.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           COMPUTE moisTotalDormant =
               FUNCTION NUMVAL(dateRapport(1:4)) * 12
               + FUNCTION NUMVAL(dateRapport(5:2)) - nbMoisDormant
           COMPUTE anLimiteDormant = (moisTotalDormant - 1) / 12
           COMPUTE moisLimiteDormant =
               moisTotalDormant - anLimiteDormant * 12
           STRING anLimiteDormant DELIMITED BY SIZE
                  moisLimiteDormant DELIMITED BY SIZE
                  dateRapport(7:2) DELIMITED BY SIZE
                  INTO dateLimiteDormant.

      *>Cette méthode trouve dans la table du stock dormant l'entree
      *>restante de plus grande valeur immobilisee (idxMeilleurDormant
      *>ressort a 0 quand toutes ont ete affichees)
           END-PERFORM.

      *>Cette méthode retrouve la date de la derniere vente effective
      *>du titre present dans le tampon finventaire, en lisant par la
      *>cle de l'id article les ventes courantes, les ventes
      *>archivees et les lignes de panier (dont l'article peut
      *>differer de l'en-tete)
        TROUVER_DERNIERE_VENTE_TITRE.
           MOVE SPACES TO derniereVenteTitre
           MOVE 1 TO WfinDormant
           OPEN INPUT fventes
           MOVE fi_id TO fv_idRef
           START fventes KEY IS = fv_idRef
              INVALID KEY MOVE 0 TO WfinDormant
           END-START
           PERFORM UNTIL WfinDormant = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinDormant
               NOT AT END
                   IF fv_idRef NOT = fi_id THEN
                      MOVE 0 TO WfinDormant
                   ELSE IF fv_statut = 0
                      AND fv_dateVente > derniereVenteTitre THEN
                      MOVE fv_dateVente TO derniereVenteTitre
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           MOVE 1 TO WfinDormant
           OPEN INPUT fventesArchive
           MOVE fi_id TO fva_idRef
           START fventesArchive KEY IS = fva_idRef
              INVALID KEY MOVE 0 TO WfinDormant
           END-START
           PERFORM UNTIL WfinDormant = 0
               READ fventesArchive NEXT
               AT END MOVE 0 TO WfinDormant
               NOT AT END
                   IF fva_idRef NOT = fi_id THEN
                      MOVE 0 TO WfinDormant
                   ELSE IF fva_statut = 0
                      AND fva_dateVente > derniereVenteTitre THEN
                      MOVE fva_dateVente TO derniereVenteTitre
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesArchive
           MOVE 1 TO WfinDormant
           OPEN INPUT fventesLignes
           MOVE fi_id TO fvl_idRef
           START fventesLignes KEY IS = fvl_idRef
              INVALID KEY MOVE 0 TO WfinDormant
           END-START
           PERFORM UNTIL WfinDormant = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinDormant
               NOT AT END
                   IF fvl_idRef NOT = fi_id THEN
                      MOVE 0 TO WfinDormant
                   ELSE
                      OPEN INPUT fventes
                      MOVE fvl_idVente TO fv_id
                      READ fventes KEY IS fv_id

      *>Cette méthode est la version batch de l'export du catalogue
      *>(cloture nocturne) : les titres sans stock sont exclus, le
      *>site ne proposant que ce qui est en rayon (sauf les titres
      *>a paraitre, annonces sur le site avant leur sortie)
        EXPORTER_CATALOGUE_BATCH.
           MOVE 1 TO exclureSansStock
           PERFORM EXPORTER_CATALOGUE_FICHIER.

      *>Cette méthode ecrit le fichier catalogue delimite
      *>(catalogue_export.csv) a partir de l'inventaire ; la
      *>colonne parution signale les titres encore sous embargo
      *>du calendrier des sorties ("A PARAITRE" et la date). Un
      *>titre vise par un rappel produit ouvert n'est plus publie
        EXPORTER_CATALOGUE_FICHIER.
           MOVE 0 TO nbTitresExportes
           MOVE 0 TO nbTitresRappelesExclus
           MOVE 1 TO WfinCatalogue
           OPEN INPUT finventaire
           OPEN OUTPUT fcatalogueCsv
           MOVE
           "titre;auteur;serie;isbn;prix;quantite;etat;mature;parution"
                TO ligneCatalogueCsv
           WRITE ligneCatalogueCsv
           PERFORM WITH TEST AFTER UNTIL WfinCatalogue = 0
               READ finventaire NEXT
               AT END MOVE 0 TO WfinCatalogue
               NOT AT END
                   MOVE fi_titre TO titreEmbargo
                   MOVE fi_isbn TO isbnEmbargo
                   PERFORM VERIFIER_EMBARGO_TITRE
                   MOVE fi_id TO idRefControleRappel
                   MOVE fi_isbn TO isbnControleRappel
                   PERFORM VERIFIER_RAPPEL_REFERENCE
                   MOVE SPACES TO colonneParution
                   IF titreEmbargue = 1 THEN
                      STRING "A PARAITRE " DELIMITED BY SIZE
                             dateSortieEmbargo DELIMITED BY SIZE
                             INTO colonneParution
                   END-IF
                   IF titreRappele = 1 THEN
                      ADD 1 TO nbTitresRappelesExclus END-ADD
                   END-IF
                   IF titreRappele = 0 AND
                      (exclureSansStock = 0 OR fi_quantite > 0 OR
                       titreEmbargue = 1) THEN
                      ADD 1 TO nbTitresExportes END-ADD
                      STRING FUNCTION TRIM(fi_titre)
                             DELIMITED BY SIZE
                             fi_condition DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             fi_ratingMature DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             colonneParution DELIMITED BY "  "
                             INTO ligneCatalogueCsv
                      WRITE ligneCatalogueCsv
                   END-IF
           CLOSE finventaire
           CLOSE fcatalogueCsv
           DISPLAY "Titres exportes : ", nbTitresExportes
           IF nbTitresRappelesExclus > 0 THEN
              DISPLAY "Titres rappeles retires du catalogue : ",
                      nbTitresRappelesExclus
           END-IF
           DISPLAY "Catalogue exporte dans catalogue_export.csv".

      *>Cette méthode expedie un transfert de stock vers l'autre
                   MOVE trouve TO trouveVente
                END-IF
           END-PERFORM
           MOVE 0 TO venteAnnulee
           PERFORM CONTROLER_RAPPEL_VENTE
           IF venteAnnulee = 1 THEN
              DISPLAY "Transfert refuse"
           ELSE
              PERFORM ENVOYER_TRANSFERT_TITRE
           END-IF.

      *>Cette méthode expedie le titre titreRef (article
      *>idArticleRef) choisi par ENVOYER_TRANSFERT
        ENVOYER_TRANSFERT_TITRE.
           PERFORM WITH TEST AFTER UNTIL qteTransfert > 0
                   DISPLAY "Entrez la quantite a transferer"
                   ACCEPT qteTransfert
           MOVE 0 TO soldeMagasinSource
           OPEN INPUT fstocksMagasin
           MOVE codeMagasin TO sm_magasin
           MOVE idArticleRef TO sm_idRef
           READ fstocksMagasin KEY IS sm_cle
              INVALID KEY MOVE 0 TO soldeMagasinSource
              NOT INVALID KEY MOVE sm_quantite TO soldeMagasinSource
              END-IF
           END-IF
           IF trouve = 1 THEN
              PERFORM ENREGISTRER_ENVOI_TRANSFERT
           END-IF.

      *>Cette méthode enregistre l'expedition de qteTransfert
      *>exemplaires du titre titreRef du magasin codeMagasin vers
      *>magasinDestination : le transfert en transit (idTransfert)
      *>et la sortie du stock du magasin expediteur
        ENREGISTRER_ENVOI_TRANSFERT.
           MOVE "TRANSFERT" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idTransfert
           MOVE idTransfert TO tr_id
           MOVE titreRef TO tr_titreComics
           MOVE idArticleRef TO tr_idRef
           MOVE qteTransfert TO tr_quantite
           MOVE codeMagasin TO tr_magasinSource
           MOVE magasinDestination TO tr_magasinDest
           *>stock consolide de l'inventaire ne change pas tant que
           *>la marchandise reste dans le reseau des boutiques
           MOVE titreRef TO mouvStockTitre
           MOVE idArticleRef TO mouvStockIdRef
           COMPUTE mouvStockQuantite = 0 - qteTransfert
           MOVE "TRANSFERT" TO mouvStockMotif
           MOVE tr_id TO mouvStockReference
           PERFORM ENREGISTRER_MOUVEMENT_STOCK.

      *>Cette méthode receptionne un transfert sur le poste du
      *>magasin destinataire : la quantite entre dans le stock du
                          MOVE tr_id TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE tr_titreComics TO mouvStockTitre
                          MOVE tr_idRef TO mouvStockIdRef
                          MOVE tr_quantite TO mouvStockQuantite
                          MOVE "TRANSFERT" TO mouvStockMotif
                          MOVE tr_id TO mouvStockReference
                END-IF
           END-PERFORM
           DISPLAY "-- STOCK PAR MAGASIN : ", titreRef, " --"
           MOVE idArticleRef TO idReference
           MOVE 1 TO WfinMagasin
           OPEN INPUT fstocksMagasin
           PERFORM WITH TEST AFTER UNTIL WfinMagasin = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinMagasin
               NOT AT END
                   IF sm_idRef = idReference THEN
                      DISPLAY "Magasin ", sm_magasin, " : ",
                              sm_quantite, " exemplaire(s)"
                   END-IF
           END-PERFORM
           CLOSE fstocksMagasin
           OPEN INPUT finventaire
           MOVE idReference TO fi_id
           READ finventaire KEY IS fi_id
              NOT INVALID KEY
                 DISPLAY "Consolide (toutes boutiques) : ",
                         fi_quantite
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinArgus2
               NOT AT END
                   IF fe_idRef = fi_id AND
                      fe_condition = champCondArgus AND
                      EXEMPLAIRE_EN_STOCK AND
                      fe_prix NOT = coteArgus THEN
                               MOVE fe_id TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                               MOVE fe_titre TO titreHisto
                               MOVE fe_idRef TO idRefHisto
                               MOVE coteArgus TO nouveauPrix
                               MOVE "IM" TO originePrixHisto
                               PERFORM ENREGISTRER_CHANGEMENT_PRIX
           CLOSE fexemplaires.

      *>Cette méthode trace un changement de prix de vente prepare
      *>par l'appelant (titreHisto et son id idRefHisto,
      *>ancienPrixHisto, nouveau prix
      *>dans nouveauPrix, origine MA/IM/SO) : rien ne change un prix
      *>sans laisser sa trace datee et signee
        ENREGISTRER_CHANGEMENT_PRIX.
              MOVE idHistoPrix TO hp_id
              MOVE FUNCTION CURRENT-DATE TO hp_date
              MOVE titreHisto TO hp_titre
              MOVE idRefHisto TO hp_idRef
              MOVE ancienPrixHisto TO hp_ancienPrix
              MOVE nouveauPrix TO hp_nouveauPrix
              MOVE idEmploye TO hp_employe
        AFFICHER_HISTORIQUE_PRIX.
           DISPLAY "Entrez le titre du comic"
           ACCEPT titreHisto
           MOVE titreHisto TO titreIdRef
           PERFORM RESOUDRE_ID_REFERENCE
           MOVE idReference TO idRefHisto
           MOVE 0 TO nbChangementsPrix
           MOVE 1 TO WfinHisto
           OPEN INPUT fhistoriquePrix
               READ fhistoriquePrix NEXT
               AT END MOVE 0 TO WfinHisto
               NOT AT END
                   IF hp_idRef = idRefHisto THEN
                      ADD 1 TO nbChangementsPrix END-ADD
                      DISPLAY hp_date(1:8), " : ", hp_ancienPrix,
                              " -> ", hp_nouveauPrix
           DISPLAY "Changements sur la periode : ",
                   nbChangementsPrix.

      *>Cette méthode compte les ventes effectives de l'article hp_idRef
      *>dans les trente jours suivant la baisse hp_date
        COMPTER_VENTES_APRES_BAISSE.
           MOVE 0 TO qteVendueApresBaisse
                  READ fventes NEXT
                  AT END MOVE 0 TO WfinHisto2
                  NOT AT END
                      IF fv_idRef = hp_idRef AND
                         fv_statut = 0 AND
                         fv_dateVente(1:8) IS NUMERIC THEN
                         MOVE fv_dateVente(1:8) TO dateJourNum
                  READ fachats NEXT
                  AT END MOVE 0 TO WfinEtiq2
                  NOT AT END
                      IF fa_idRef = fi_id AND
                         fa_dateAchat(1:8) IS NUMERIC THEN
                         IF FUNCTION NUMVAL(fa_dateAchat(1:8)) >=
                            dateDernierLotEtiq THEN
                     READ fhistoriquePrix NEXT
                     AT END MOVE 0 TO WfinEtiq2
                     NOT AT END
                         IF hp_idRef = fi_id AND
                            hp_date(1:8) IS NUMERIC THEN
                            IF FUNCTION NUMVAL(hp_date(1:8)) >=
                               dateDernierLotEtiq THEN
              WRITE ligneRapport
           END-IF
           MOVE fi_isbn TO isbnPrecedentAudit.

      *>Cette méthode donne dans idReference l'id de l'article de
      *>l'inventaire dont le titre est titreIdRef (0 si le titre est
      *>inconnu) : les fichiers designent un article par son id, le
      *>titre n'y restant qu'a titre de libelle. Le tampon
      *>finventaire est consulte d'abord, l'appelant venant souvent
      *>de lire l'article ; un fichier deja ouvert par l'appelant
      *>n'est pas referme
        RESOUDRE_ID_REFERENCE.
           MOVE 0 TO idReference
           IF titreIdRef NOT = SPACES THEN
              IF fi_titre = titreIdRef AND fi_id NOT = 0 THEN
                 MOVE fi_id TO idReference
              ELSE
                 OPEN INPUT finventaire
                 MOVE cr_finventaire TO crOuvertureRef
                 MOVE titreIdRef TO fi_titre
                 READ finventaire KEY IS fi_titre
                    INVALID KEY MOVE 0 TO idReference
                    NOT INVALID KEY MOVE fi_id TO idReference
                 END-READ
                 IF crOuvertureRef NOT = 41 THEN
                    CLOSE finventaire
                 END-IF
              END-IF
           END-IF.

      *>Cette méthode migre une fois pour toutes les fichiers qui
      *>designaient un article par son titre vers l'id de
      *>l'inventaire : chaque enregistrement sans id est resolu par
      *>son titre et reecrit (les couches de cout, les stocks par
      *>magasin, les comptages, les allocations de panier et les
      *>photos de stock, dont l'id fait partie de la cle, sont
      *>supprimes puis reecrits sous leur nouvelle cle). Les titres
      *>qui ne se resolvent pas sont listes dans un rapport pour
      *>correction
        MIGRER_REFERENCES_ID.
           MOVE 0 TO nbRefsMigrees
           MOVE 0 TO nbRefsNonResolues
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           STRING "REFERENCES-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           STRING "Migration des references vers l'id, le "
                  DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Titres non resolus (fichier / cle / titre) :" TO
                ligneRapport
           WRITE ligneRapport
           MOVE "fventes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           PERFORM OUVRIR_IO_FVENTES
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF fv_idRef = 0 AND fv_titreComics NOT = SPACES
                      THEN
                      MOVE fv_titreComics TO titreIdRef
                      MOVE fv_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO fv_idRef
                         REWRITE tamp_fvente
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           MOVE "fventesArchive" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fventesArchive
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fventesArchive NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF fva_idRef = 0 AND fva_titreComics NOT = SPACES
                      THEN
                      MOVE fva_titreComics TO titreIdRef
                      MOVE fva_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO fva_idRef
                         REWRITE tamp_fventesArchive
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesArchive
           MOVE "fventesLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fventesLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF fvl_idRef = 0 THEN
                      MOVE fvl_titreComics TO titreIdRef
                      MOVE fvl_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO fvl_idRef
                         REWRITE tamp_fventeLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesLignes
           MOVE "fachats" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           PERFORM OUVRIR_IO_FACHATS
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fachats NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF fa_idRef = 0 THEN
                      MOVE fa_titreComics TO titreIdRef
                      MOVE fa_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO fa_idRef
                         REWRITE tamp_fachats
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachats
           MOVE "fexemplaires" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fexemplaires
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF fe_idRef = 0 THEN
                      MOVE fe_titre TO titreIdRef
                      MOVE fe_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO fe_idRef
                         REWRITE tamp_fexemplaire
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexemplaires
           MOVE "fmouvStock" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fmouvStock
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fmouvStock NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF ms_idRef = 0 THEN
                      MOVE ms_titre TO titreIdRef
                      MOVE ms_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO ms_idRef
                         REWRITE tamp_fmouvStock
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmouvStock
           MOVE "fcommandesLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fcommandesLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fcommandesLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF cml_idRef = 0 THEN
                      MOVE cml_titreComics TO titreIdRef
                      MOVE cml_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO cml_idRef
                         REWRITE tamp_fcommandeLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandesLignes
           MOVE "fcommandesFournLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fcommandesFournLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fcommandesFournLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF cfl_idRef = 0 THEN
                      MOVE cfl_titreComics TO titreIdRef
                      MOVE cfl_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO cfl_idRef
                         REWRITE tamp_fcommandeFournLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandesFournLignes
           MOVE "fwishlist" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fwishlist
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fwishlist NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF wl_idRef = 0 THEN
                      MOVE wl_titreComics TO titreIdRef
                      MOVE wl_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO wl_idRef
                         REWRITE tamp_fwishlist
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fwishlist
           MOVE "favoirsFourn" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O favoirsFourn
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ favoirsFourn NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF af_idRef = 0 THEN
                      MOVE af_titreComics TO titreIdRef
                      MOVE af_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO af_idRef
                         REWRITE tamp_favoirFourn
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE favoirsFourn
           MOVE "fdemarques" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fdemarques
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fdemarques NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF dm_idRef = 0 THEN
                      MOVE dm_titre TO titreIdRef
                      MOVE dm_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO dm_idRef
                         REWRITE tamp_fdemarque
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdemarques
           MOVE "fdevisLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fdevisLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fdevisLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF dvl_idRef = 0 THEN
                      MOVE dvl_titreComics TO titreIdRef
                      MOVE dvl_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO dvl_idRef
                         REWRITE tamp_fdevisLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdevisLignes
           MOVE "freservations" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O freservations
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ freservations NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF rs_idRef = 0 THEN
                      MOVE rs_titreComics TO titreIdRef
                      MOVE rs_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO rs_idRef
                         REWRITE tamp_freservation
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freservations
           MOVE "fmodelesLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fmodelesLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fmodelesLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF mdl_idRef = 0 THEN
                      MOVE mdl_titre TO titreIdRef
                      MOVE mdl_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO mdl_idRef
                         REWRITE tamp_fmodeleLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmodelesLignes
           MOVE "foffresQteLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O foffresQteLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ foffresQteLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF qt_idRef = 0 THEN
                      MOVE qt_titre TO titreIdRef
                      MOVE qt_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO qt_idRef
                         REWRITE tamp_foffreQteLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foffresQteLignes
           MOVE "foffresRachatLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O foffresRachatLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ foffresRachatLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF ol_idRef = 0 THEN
                      MOVE ol_titre TO titreIdRef
                      MOVE ol_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO ol_idRef
                         REWRITE tamp_foffreRachatLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foffresRachatLignes
           MOVE "fgradationsLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fgradationsLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fgradationsLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF gl_idRef = 0 THEN
                      MOVE gl_titre TO titreIdRef
                      MOVE gl_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO gl_idRef
                         REWRITE tamp_fgradationLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fgradationsLignes
           MOVE "fprets" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fprets
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fprets NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF pr_idRef = 0 THEN
                      MOVE pr_titre TO titreIdRef
                      MOVE pr_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO pr_idRef
                         REWRITE tamp_fpret
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprets
           MOVE "flotsLignes" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O flotsLignes
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ flotsLignes NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF ll_idRef = 0 THEN
                      MOVE ll_titreComics TO titreIdRef
                      MOVE ll_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO ll_idRef
                         REWRITE tamp_flotLigne
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flotsLignes
           MOVE "ftransferts" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O ftransferts
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ ftransferts NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF tr_idRef = 0 THEN
                      MOVE tr_titreComics TO titreIdRef
                      MOVE tr_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO tr_idRef
                         REWRITE tamp_ftransfert
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ftransferts
           MOVE "fpanierEnCours" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fpanierEnCours
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fpanierEnCours NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF pc_idRef = 0 THEN
                      MOVE pc_titre TO titreIdRef
                      MOVE pc_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO pc_idRef
                         REWRITE tamp_fpanierEnCours
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpanierEnCours
           MOVE "fventesPerdues" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fventesPerdues
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fventesPerdues NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF vp_idRef = 0 THEN
                      MOVE vp_titre TO titreIdRef
                      MOVE vp_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO vp_idRef
                         REWRITE tamp_fventePerdue
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesPerdues
           MOVE "frangements" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O frangements
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ frangements NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF rg_idRef = 0 THEN
                      MOVE rg_titre TO titreIdRef
                      MOVE rg_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO rg_idRef
                         REWRITE tamp_frangement
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frangements
           MOVE "fhistoriquePrix" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fhistoriquePrix
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fhistoriquePrix NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF hp_idRef = 0 THEN
                      MOVE hp_titre TO titreIdRef
                      MOVE hp_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO hp_idRef
                         REWRITE tamp_fhistoriquePrix
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fhistoriquePrix
           MOVE "flignesGarees" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O flignesGarees
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ flignesGarees NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF pgl_idRef = 0 THEN
                      MOVE pgl_titre TO titreIdRef
                      MOVE pgl_cle TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         MOVE idReference TO pgl_idRef
                         REWRITE tamp_fligneGaree
                         END-REWRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flignesGarees
           *>La cle des couches et des stocks par magasin change :
           *>l'enregistrement est supprime puis reecrit sous l'id ;
           *>la relecture de l'enregistrement reecrit le laisse tel
           *>quel puisqu'il porte desormais son id
           MOVE "fcouches" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fcouches
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fcouches NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF cc_idRef = 0 THEN
                      MOVE cc_titre TO titreIdRef
                      MOVE cc_id TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         DELETE fcouches
                         END-DELETE
                         MOVE idReference TO cc_idRef
                         WRITE tamp_fcouche
                         END-WRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcouches
           MOVE "fstocksMagasin" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fstocksMagasin
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF sm_idRef = 0 THEN
                      MOVE sm_titre TO titreIdRef
                      MOVE sm_magasin TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         DELETE fstocksMagasin
                         END-DELETE
                         MOVE idReference TO sm_idRef
                         WRITE tamp_fstockMagasin
                         END-WRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstocksMagasin
           *>Meme reecriture sous la nouvelle cle pour les comptages,
           *>les allocations de panier et les photos de stock
           MOVE "fcomptages" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fcomptages
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fcomptages NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF cp_idRef = 0 THEN
                      MOVE cp_titre TO titreIdRef
                      MOVE cp_idSession TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         DELETE fcomptages
                         END-DELETE
                         MOVE idReference TO cp_idRef
                         WRITE tamp_fcomptage
                         END-WRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcomptages
           MOVE "fallocations" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fallocations
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fallocations NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF al_idRef = 0 THEN
                      MOVE al_titre TO titreIdRef
                      MOVE al_poste TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         DELETE fallocations
                         END-DELETE
                         MOVE idReference TO al_idRef
                         WRITE tamp_fallocation
                         END-WRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fallocations
           MOVE "fphotosStock" TO fichierMigrRef
           MOVE 1 TO WfinMigrRef
           OPEN I-O fphotosStock
           PERFORM WITH TEST AFTER UNTIL WfinMigrRef = 0
               READ fphotosStock NEXT
               AT END MOVE 0 TO WfinMigrRef
               NOT AT END
                   IF ps_idRef = 0 THEN
                      MOVE ps_titre TO titreIdRef
                      MOVE ps_date TO cleMigrRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      IF idReference = 0 THEN
                         PERFORM NOTER_REFERENCE_NON_RESOLUE
                      ELSE
                         DELETE fphotosStock
                         END-DELETE
                         MOVE idReference TO ps_idRef
                         WRITE tamp_fphotoStock
                         END-WRITE
                         ADD 1 TO nbRefsMigrees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fphotosStock
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           STRING "References migrees : " DELIMITED BY SIZE
                  nbRefsMigrees DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           STRING "Titres non resolus : " DELIMITED BY SIZE
                  nbRefsNonResolues DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           MOVE "MIGRER_REFERENCES_ID" TO journalParagraphe
           MOVE "MODIFICATION" TO journalOperation
           MOVE "finventaire" TO journalFichier
           MOVE nbRefsMigrees TO journalCle
           PERFORM ENREGISTRER_JOURNAL
           DISPLAY "References migrees : ", nbRefsMigrees
           DISPLAY "Titres non resolus : ", nbRefsNonResolues
           DISPLAY "Rapport enregistre dans : ", nomRapport.

      *>Cette méthode liste dans le rapport de migration un titre
      *>qui ne correspond a aucun article de l'inventaire
        NOTER_REFERENCE_NON_RESOLUE.
           ADD 1 TO nbRefsNonResolues END-ADD
           STRING fichierMigrRef DELIMITED BY SPACE
                  " / " DELIMITED BY SIZE
                  cleMigrRef DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  titreIdRef DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode convertit, une seule fois, les fichiers
      *>construits avant la designation des articles par leur id.
      *>Ceux dont la cle a change (ouverture en statut 39) sont
      *>decharges a plat dans <fichier>.DECHARGE par leur vue
      *>d'avant l'id, recrees vides sous leur nouvelle cle puis
      *>recharges ; l'inventaire, passe de la cle titre a la cle id,
      *>est converti en premier. Ceux dont seul l'enregistrement
      *>s'est allonge de l'id de reference sont decharges par leur
      *>propre description puis recharges, tant que le parametre
      *>FORMATREFERENCES n'est pas pose. L'id insere est resolu par
      *>le titre de l'enregistrement (id nul pour un titre inconnu,
      *>repris ensuite par la migration des references). Le
      *>dechargement reste sur le disque
        CONVERTIR_REFERENCES_ID.
           IF refsInventaireAConvertir = 1 THEN
              PERFORM CONVERTIR_ID_INVENTAIRE
           END-IF
           IF refsExemplairesAConvertir = 1 THEN
              PERFORM CONVERTIR_ID_EXEMPLAIRES
           END-IF
           IF refsMouvStockAConvertir = 1 THEN
              PERFORM CONVERTIR_ID_MOUV_STOCK
           END-IF
           IF refsComptagesAConvertir = 1 THEN
              PERFORM CONVERTIR_ID_COMPTAGES
           END-IF
           IF refsAllocationsAConvertir = 1 THEN
              PERFORM CONVERTIR_ID_ALLOCATIONS
           END-IF
           IF refsPhotosAConvertir = 1 THEN
              PERFORM CONVERTIR_ID_PHOTOS
           END-IF
           MOVE "FORMATREFERENCES" TO paramNom
           MOVE 0 TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           IF paramValeur = 0 THEN
              PERFORM CONVERTIR_ID_WISHLIST
              PERFORM CONVERTIR_ID_AVOIRS
              PERFORM CONVERTIR_ID_DEMARQUES
              PERFORM CONVERTIR_ID_DEVIS
              PERFORM CONVERTIR_ID_RESERVATIONS
              PERFORM CONVERTIR_ID_MODELES
              PERFORM CONVERTIR_ID_OFFRES_QTE
              PERFORM CONVERTIR_ID_OFFRES_RACHAT
              PERFORM CONVERTIR_ID_GRADATIONS
              PERFORM CONVERTIR_ID_PRETS
              PERFORM CONVERTIR_ID_LOTS
              PERFORM CONVERTIR_ID_TRANSFERTS
              PERFORM CONVERTIR_ID_PANIER
              PERFORM CONVERTIR_ID_VENTES_PERDUES
              PERFORM CONVERTIR_ID_RANGEMENTS
              PERFORM CONVERTIR_ID_HISTO_PRIX
              PERFORM CONVERTIR_ID_LIGNES_GAREES
              PERFORM NOTER_FORMAT_REFERENCES
           END-IF.

      *>Cette méthode pose le parametre FORMATREFERENCES : les
      *>enregistrements portent desormais l'id de reference
        NOTER_FORMAT_REFERENCES.
           OPEN I-O fparametres
           MOVE "FORMATREFERENCES" TO pa_nom
           READ fparametres KEY IS pa_nom
              NOT INVALID KEY
                 MOVE pa_valeur TO pa_ancienneValeur
                 MOVE 1 TO pa_valeur
                 MOVE FUNCTION CURRENT-DATE TO pa_dateModif
                 REWRITE tamp_fparametre
                 END-REWRITE
           END-READ
           CLOSE fparametres.

      *>Cette méthode prepare la conversion du fichier
      *>nomFichierConverti : nom du dechargement et compteurs
        PREPARER_CONVERSION_ID.
           MOVE SPACES TO nomDechargement
           STRING nomFichierConverti DELIMITED BY SPACE
                  ".DECHARGE" DELIMITED BY SIZE
                  INTO nomDechargement
           MOVE 0 TO nbDecharges
           MOVE 0 TO nbRecharges
           MOVE 0 TO nbIdsNonResolus.

      *>Cette méthode construit dans ligneConvertie l'image au
      *>nouveau format de l'enregistrement decharge : l'id de
      *>reference, resolu par le titre qui commence en posTitreId
      *>dans l'ancienne image, est insere apres ses posInsertionId
      *>premiers caracteres ; seuls les longueurAncienneId caracteres
      *>de l'ancienne image sont repris
        INSERER_ID_REFERENCE.
           MOVE ligneDechargement(posTitreId:30) TO titreIdRef
           PERFORM RESOUDRE_ID_REFERENCE
           IF idReference = 0 THEN
              ADD 1 TO nbIdsNonResolus END-ADD
           END-IF
           MOVE SPACES TO ligneConvertie
           MOVE ligneDechargement(1:posInsertionId) TO
                ligneConvertie(1:posInsertionId)
           MOVE idReference TO ligneConvertie(posInsertionId + 1:15)
           MOVE ligneDechargement(posInsertionId + 1:
                longueurAncienneId - posInsertionId) TO
                ligneConvertie(posInsertionId + 16:).

      *>Cette méthode decharge finventaire par sa vue d'avant
      *>l'id de reference, puis le recharge sous sa nouvelle cle
        CONVERTIR_ID_INVENTAIRE.
           MOVE nomFichierInventaire TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT finventaireAvantId
           IF cr_finventaireAvantId NOT = 0 THEN
              MOVE "finventaire" TO nomFichierErreur
              MOVE cr_finventaireAvantId TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ finventaireAvantId NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_finventaireAvantId TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE finventaireAvantId
           OPEN OUTPUT finventaire
           OPEN INPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE ligneDechargement TO tamp_finventaire
                   WRITE tamp_finventaire
                      INVALID KEY
                         DISPLAY "Article ", fi_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE finventaire
           MOVE "finventaire" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fexemplaires par sa vue d'avant
      *>l'id de reference, puis le recharge sous sa nouvelle cle
        CONVERTIR_ID_EXEMPLAIRES.
           MOVE nomFichierExemplaires TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fexemplairesAvantId
           IF cr_fexemplairesAvantId NOT = 0 THEN
              MOVE "fexemplaires" TO nomFichierErreur
              MOVE cr_fexemplairesAvantId TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fexemplairesAvantId NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fexemplaireAvantId TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fexemplairesAvantId
           OPEN OUTPUT fexemplaires
           OPEN INPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE ligneDechargement TO tamp_fexemplaire
                   WRITE tamp_fexemplaire
                      INVALID KEY
                         DISPLAY "Exemplaire ", fe_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fexemplaires
           MOVE "fexemplaires" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fmouvStock par sa vue d'avant
      *>l'id de reference, puis le recharge sous sa nouvelle cle
        CONVERTIR_ID_MOUV_STOCK.
           MOVE nomFichierMouvStock TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fmouvStockAvantId
           IF cr_fmouvStockAvantId NOT = 0 THEN
              MOVE "fmouvStock" TO nomFichierErreur
              MOVE cr_fmouvStockAvantId TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fmouvStockAvantId NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fmouvStockAvantId TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fmouvStockAvantId
           OPEN OUTPUT fmouvStock
           OPEN INPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE ligneDechargement TO tamp_fmouvStock
                   WRITE tamp_fmouvStock
                      INVALID KEY
                         DISPLAY "Mouvement ", ms_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fmouvStock
           MOVE "fmouvStock" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fcomptages par sa vue d'avant
      *>l'id de reference, puis le recharge sous sa nouvelle cle
        CONVERTIR_ID_COMPTAGES.
           MOVE "comptages.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fcomptagesAvantId
           IF cr_fcomptagesAvantId NOT = 0 THEN
              MOVE "fcomptages" TO nomFichierErreur
              MOVE cr_fcomptagesAvantId TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fcomptagesAvantId NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fcomptageAvantId TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fcomptagesAvantId
           OPEN OUTPUT fcomptages
           OPEN INPUT fdechargement
           MOVE 15 TO posInsertionId
           MOVE 16 TO posTitreId
           MOVE 59 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fcomptage
                   WRITE tamp_fcomptage
                      INVALID KEY
                         DISPLAY "Comptage ", cp_cle, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fcomptages
           MOVE "fcomptages" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fallocations par sa vue d'avant
      *>l'id de reference, puis le recharge sous sa nouvelle cle
        CONVERTIR_ID_ALLOCATIONS.
           MOVE nomFichierAllocations TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fallocationsAvantId
           IF cr_fallocationsAvantId NOT = 0 THEN
              MOVE "fallocations" TO nomFichierErreur
              MOVE cr_fallocationsAvantId TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fallocationsAvantId NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fallocationAvantId TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fallocationsAvantId
           OPEN OUTPUT fallocations
           OPEN INPUT fdechargement
           MOVE 10 TO posInsertionId
           MOVE 11 TO posTitreId
           MOVE 69 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fallocation
                   WRITE tamp_fallocation
                      INVALID KEY
                         DISPLAY "Allocation du poste ", al_poste,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fallocations
           MOVE "fallocations" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fphotosStock par sa vue d'avant
      *>l'id de reference, puis le recharge sous sa nouvelle cle
        CONVERTIR_ID_PHOTOS.
           MOVE "photos_stock.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fphotosStockAvantId
           IF cr_fphotosStockAvantId NOT = 0 THEN
              MOVE "fphotosStock" TO nomFichierErreur
              MOVE cr_fphotosStockAvantId TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fphotosStockAvantId NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fphotoStockAvantId TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fphotosStockAvantId
           OPEN OUTPUT fphotosStock
           OPEN INPUT fdechargement
           MOVE 8 TO posInsertionId
           MOVE 9 TO posTitreId
           MOVE 55 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fphotoStock
                   WRITE tamp_fphotoStock
                      INVALID KEY
                         DISPLAY "Photo du ", ps_date, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fphotosStock
           MOVE "fphotosStock" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fwishlist, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_WISHLIST.
           MOVE "wishlist.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fwishlist
           IF cr_fwishlist NOT = 0 THEN
              MOVE "fwishlist" TO nomFichierErreur
              MOVE cr_fwishlist TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fwishlist NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fwishlist TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fwishlist
           OPEN OUTPUT fwishlist
           OPEN INPUT fdechargement
           MOVE 45 TO posInsertionId
           MOVE 16 TO posTitreId
           MOVE 71 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fwishlist
                   WRITE tamp_fwishlist
                      INVALID KEY
                         DISPLAY "Souhait ", wl_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fwishlist
           MOVE "fwishlist" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge favoirsFourn, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_AVOIRS.
           MOVE "avoirs_fournisseur.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT favoirsFourn
           IF cr_favoirsFourn NOT = 0 THEN
              MOVE "favoirsFourn" TO nomFichierErreur
              MOVE cr_favoirsFourn TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ favoirsFourn NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_favoirFourn TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE favoirsFourn
           OPEN OUTPUT favoirsFourn
           OPEN INPUT fdechargement
           MOVE 90 TO posInsertionId
           MOVE 61 TO posTitreId
           MOVE 115 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_favoirFourn
                   WRITE tamp_favoirFourn
                      INVALID KEY
                         DISPLAY "Avoir ", af_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE favoirsFourn
           MOVE "favoirsFourn" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fdemarques, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_DEMARQUES.
           MOVE nomFichierDemarques TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fdemarques
           IF cr_fdemarques NOT = 0 THEN
              MOVE "fdemarques" TO nomFichierErreur
              MOVE cr_fdemarques TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdemarques NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fdemarque TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fdemarques
           OPEN OUTPUT fdemarques
           OPEN INPUT fdechargement
           MOVE 55 TO posInsertionId
           MOVE 26 TO posTitreId
           MOVE 83 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fdemarque
                   WRITE tamp_fdemarque
                      INVALID KEY
                         DISPLAY "Demarque ", dm_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fdemarques
           MOVE "fdemarques" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fdevisLignes, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_DEVIS.
           MOVE "devis_lignes.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fdevisLignes
           IF cr_fdevisLignes NOT = 0 THEN
              MOVE "fdevisLignes" TO nomFichierErreur
              MOVE cr_fdevisLignes TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdevisLignes NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fdevisLigne TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fdevisLignes
           OPEN OUTPUT fdevisLignes
           OPEN INPUT fdechargement
           MOVE 48 TO posInsertionId
           MOVE 19 TO posTitreId
           MOVE 84 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fdevisLigne
                   WRITE tamp_fdevisLigne
                      INVALID KEY
                         DISPLAY "Ligne de devis ", dvl_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fdevisLignes
           MOVE "fdevisLignes" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge freservations, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_RESERVATIONS.
           MOVE "reservations.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT freservations
           IF cr_freservations NOT = 0 THEN
              MOVE "freservations" TO nomFichierErreur
              MOVE cr_freservations TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ freservations NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_freservation TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE freservations
           OPEN OUTPUT freservations
           OPEN INPUT fdechargement
           MOVE 45 TO posInsertionId
           MOVE 16 TO posTitreId
           MOVE 96 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_freservation
                   WRITE tamp_freservation
                      INVALID KEY
                         DISPLAY "Reservation ", rs_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE freservations
           MOVE "freservations" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fmodelesLignes, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_MODELES.
           MOVE "modeles_commande_lignes.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fmodelesLignes
           IF cr_fmodelesLignes NOT = 0 THEN
              MOVE "fmodelesLignes" TO nomFichierErreur
              MOVE cr_fmodelesLignes TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fmodelesLignes NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fmodeleLigne TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fmodelesLignes
           OPEN OUTPUT fmodelesLignes
           OPEN INPUT fdechargement
           MOVE 48 TO posInsertionId
           MOVE 19 TO posTitreId
           MOVE 52 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fmodeleLigne
                   WRITE tamp_fmodeleLigne
                      INVALID KEY
                         DISPLAY "Ligne de modele ", mdl_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fmodelesLignes
           MOVE "fmodelesLignes" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge foffresQteLignes, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_OFFRES_QTE.
           MOVE "offres_quantite_lignes.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT foffresQteLignes
           IF cr_foffresQteLignes NOT = 0 THEN
              MOVE "foffresQteLignes" TO nomFichierErreur
              MOVE cr_foffresQteLignes TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ foffresQteLignes NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_foffreQteLigne TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE foffresQteLignes
           OPEN OUTPUT foffresQteLignes
           OPEN INPUT fdechargement
           MOVE 48 TO posInsertionId
           MOVE 19 TO posTitreId
           MOVE 48 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_foffreQteLigne
                   WRITE tamp_foffreQteLigne
                      INVALID KEY
                         DISPLAY "Ligne d'offre ", qt_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE foffresQteLignes
           MOVE "foffresQteLignes" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge foffresRachatLignes, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_OFFRES_RACHAT.
           MOVE "offres_rachat_lignes.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT foffresRachatLignes
           IF cr_foffresRachatLignes NOT = 0 THEN
              MOVE "foffresRachatLignes" TO nomFichierErreur
              MOVE cr_foffresRachatLignes TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ foffresRachatLignes NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_foffreRachatLigne TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE foffresRachatLignes
           OPEN OUTPUT foffresRachatLignes
           OPEN INPUT fdechargement
           MOVE 48 TO posInsertionId
           MOVE 19 TO posTitreId
           MOVE 62 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_foffreRachatLigne
                   WRITE tamp_foffreRachatLigne
                      INVALID KEY
                         DISPLAY "Ligne de rachat ", ol_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE foffresRachatLignes
           MOVE "foffresRachatLignes" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fgradationsLignes, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_GRADATIONS.
           MOVE "gradations_lignes.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fgradationsLignes
           IF cr_fgradationsLignes NOT = 0 THEN
              MOVE "fgradationsLignes" TO nomFichierErreur
              MOVE cr_fgradationsLignes TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fgradationsLignes NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fgradationLigne TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fgradationsLignes
           OPEN OUTPUT fgradationsLignes
           OPEN INPUT fdechargement
           MOVE 62 TO posInsertionId
           MOVE 33 TO posTitreId
           MOVE 80 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fgradationLigne
                   WRITE tamp_fgradationLigne
                      INVALID KEY
                         DISPLAY "Ligne de gradation ", gl_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fgradationsLignes
           MOVE "fgradationsLignes" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fprets, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_PRETS.
           MOVE "prets.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fprets
           IF cr_fprets NOT = 0 THEN
              MOVE "fprets" TO nomFichierErreur
              MOVE cr_fprets TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fprets NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fpret TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fprets
           OPEN OUTPUT fprets
           OPEN INPUT fdechargement
           MOVE 60 TO posInsertionId
           MOVE 31 TO posTitreId
           MOVE 114 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fpret
                   WRITE tamp_fpret
                      INVALID KEY
                         DISPLAY "Pret ", pr_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fprets
           MOVE "fprets" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge flotsLignes, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_LOTS.
           MOVE "lots_lignes.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT flotsLignes
           IF cr_flotsLignes NOT = 0 THEN
              MOVE "flotsLignes" TO nomFichierErreur
              MOVE cr_flotsLignes TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ flotsLignes NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_flotLigne TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE flotsLignes
           OPEN OUTPUT flotsLignes
           OPEN INPUT fdechargement
           MOVE 43 TO posInsertionId
           MOVE 14 TO posTitreId
           MOVE 47 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_flotLigne
                   WRITE tamp_flotLigne
                      INVALID KEY
                         DISPLAY "Ligne de lot ", ll_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE flotsLignes
           MOVE "flotsLignes" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge ftransferts, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_TRANSFERTS.
           MOVE "transferts.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT ftransferts
           IF cr_ftransferts NOT = 0 THEN
              MOVE "ftransferts" TO nomFichierErreur
              MOVE cr_ftransferts TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ ftransferts NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_ftransfert TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE ftransferts
           OPEN OUTPUT ftransferts
           OPEN INPUT fdechargement
           MOVE 45 TO posInsertionId
           MOVE 16 TO posTitreId
           MOVE 74 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_ftransfert
                   WRITE tamp_ftransfert
                      INVALID KEY
                         DISPLAY "Transfert ", tr_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE ftransferts
           MOVE "ftransferts" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fpanierEnCours, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_PANIER.
           MOVE nomFichierPanierCours TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fpanierEnCours
           IF cr_fpanierEnCours NOT = 0 THEN
              MOVE "fpanierEnCours" TO nomFichierErreur
              MOVE cr_fpanierEnCours TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fpanierEnCours NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fpanierEnCours TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fpanierEnCours
           OPEN OUTPUT fpanierEnCours
           OPEN INPUT fdechargement
           MOVE 58 TO posInsertionId
           MOVE 29 TO posTitreId
           MOVE 113 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fpanierEnCours
                   WRITE tamp_fpanierEnCours
                      INVALID KEY
                         DISPLAY "Ligne de panier ", pc_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fpanierEnCours
           MOVE "fpanierEnCours" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fventesPerdues, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_VENTES_PERDUES.
           MOVE nomFichierVentesPerd TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fventesPerdues
           IF cr_fventesPerdues NOT = 0 THEN
              MOVE "fventesPerdues" TO nomFichierErreur
              MOVE cr_fventesPerdues TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fventesPerdues NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fventePerdue TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesPerdues
           OPEN OUTPUT fventesPerdues
           OPEN INPUT fdechargement
           MOVE 55 TO posInsertionId
           MOVE 26 TO posTitreId
           MOVE 65 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fventePerdue
                   WRITE tamp_fventePerdue
                      INVALID KEY
                         DISPLAY "Vente perdue ", vp_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fventesPerdues
           MOVE "fventesPerdues" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge frangements, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_RANGEMENTS.
           MOVE "rangements_reception.dat" TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT frangements
           IF cr_frangements NOT = 0 THEN
              MOVE "frangements" TO nomFichierErreur
              MOVE cr_frangements TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ frangements NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_frangement TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE frangements
           OPEN OUTPUT frangements
           OPEN INPUT fdechargement
           MOVE 73 TO posInsertionId
           MOVE 44 TO posTitreId
           MOVE 189 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_frangement
                   WRITE tamp_frangement
                      INVALID KEY
                         DISPLAY "Rangement ", rg_id, " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE frangements
           MOVE "frangements" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge fhistoriquePrix, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_HISTO_PRIX.
           MOVE nomFichierHistoPrix TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT fhistoriquePrix
           IF cr_fhistoriquePrix NOT = 0 THEN
              MOVE "fhistoriquePrix" TO nomFichierErreur
              MOVE cr_fhistoriquePrix TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fhistoriquePrix NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fhistoriquePrix TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fhistoriquePrix
           OPEN OUTPUT fhistoriquePrix
           OPEN INPUT fdechargement
           MOVE 55 TO posInsertionId
           MOVE 26 TO posTitreId
           MOVE 83 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fhistoriquePrix
                   WRITE tamp_fhistoriquePrix
                      INVALID KEY
                         DISPLAY "Prix historise ", hp_id,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE fhistoriquePrix
           MOVE "fhistoriquePrix" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode decharge flignesGarees, dont les
      *>enregistrements ne portaient pas encore l'id de
      *>reference, puis le recharge avec cet id
        CONVERTIR_ID_LIGNES_GAREES.
           MOVE nomFichierLignesGarees TO nomFichierConverti
           PERFORM PREPARER_CONVERSION_ID
           OPEN INPUT flignesGarees
           IF cr_flignesGarees NOT = 0 THEN
              MOVE "flignesGarees" TO nomFichierErreur
              MOVE cr_flignesGarees TO statutFichierErreur
              PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           OPEN OUTPUT fdechargement
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ flignesGarees NEXT
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   MOVE tamp_fligneGaree TO ligneDechargement
                   WRITE ligneDechargement
                   ADD 1 TO nbDecharges END-ADD
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE flignesGarees
           OPEN OUTPUT flignesGarees
           OPEN INPUT fdechargement
           MOVE 48 TO posInsertionId
           MOVE 19 TO posTitreId
           MOVE 128 TO longueurAncienneId
           MOVE 1 TO WfinReindex
           PERFORM WITH TEST AFTER UNTIL WfinReindex = 0
               READ fdechargement
               AT END MOVE 0 TO WfinReindex
               NOT AT END
                   PERFORM INSERER_ID_REFERENCE
                   MOVE ligneConvertie TO tamp_fligneGaree
                   WRITE tamp_fligneGaree
                      INVALID KEY
                         DISPLAY "Ligne garee ", pgl_cle,
                                 " non recharge"
                      NOT INVALID KEY
                         ADD 1 TO nbRecharges END-ADD
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE fdechargement
           CLOSE flignesGarees
           MOVE "flignesGarees" TO journalFichier
           PERFORM CONCLURE_CONVERSION_ID.

      *>Cette méthode affiche et journalise le bilan de la
      *>conversion du fichier journalFichier (rien pour un fichier
      *>vide)
        CONCLURE_CONVERSION_ID.
           IF nbDecharges > 0 THEN
              DISPLAY "Conversion des references de ",
                      nomFichierConverti
              DISPLAY "   enregistrements decharges : ", nbDecharges,
                      " - recharges : ", nbRecharges
              IF nbIdsNonResolus > 0 THEN
                 DISPLAY "   titres sans article en inventaire : ",
                         nbIdsNonResolus
              END-IF
              IF nbRecharges NOT = nbDecharges THEN
                 DISPLAY "ATTENTION : comptes differents, le"
                 DISPLAY "dechargement est conserve dans ",
                         nomDechargement
              END-IF
              MOVE "CONVERTIR_REFERENCES_ID" TO journalParagraphe
              MOVE "MIGRATION" TO journalOperation
              MOVE nbRecharges TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode saisit a la main un titre a paraitre dans le
      *>calendrier des sorties : ISBN (facultatif), titre, serie,
      *>editeur, date de sortie editeur et date limite de commande
      *>(FOC). Un titre deja au calendrier voit ses dates mises a
      *>jour au lieu d'etre cree en double
        SAISIR_SORTIE_CALENDRIER.
           MOVE 0 TO isbnValide
           PERFORM WITH TEST AFTER UNTIL isbnValide = 1
                   DISPLAY "ISBN du titre a paraitre"
                   DISPLAY "(vide si encore inconnu)"
                   ACCEPT fi_isbn
                   PERFORM VALIDER_ISBN_SAISI
           END-PERFORM
           MOVE fi_isbn TO champIsbnCal
           MOVE SPACES TO champTitreCal
           PERFORM WITH TEST AFTER UNTIL champTitreCal NOT = SPACES
                   DISPLAY "Titre"
                   ACCEPT champTitreCal
           END-PERFORM
           DISPLAY "Serie (vide si aucune)"
           ACCEPT champSerieCal
           DISPLAY "Editeur"
           ACCEPT champEditeurCal
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Date de sortie editeur (AAAAMMJJ)"
                   ACCEPT dateSaisieValidee
                   PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO champDateSortieCal
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Date limite de commande FOC (AAAAMMJJ)"
                   DISPLAY "(vide si inconnue)"
                   ACCEPT dateSaisieValidee
                   IF dateSaisieValidee = SPACES THEN
                      MOVE 1 TO dateValide
                   ELSE
                      PERFORM VALIDER_DATE_SAISIE
                      IF dateValide = 1 AND
                         dateSaisieValidee > champDateSortieCal THEN
                         DISPLAY "La FOC doit preceder la sortie"
                         MOVE 0 TO dateValide
                      END-IF
                   END-IF
           END-PERFORM
           MOVE dateSaisieValidee TO champDateFOCCal
           MOVE "M" TO origineCal
           MOVE 0 TO nbSortiesCreees
           MOVE 0 TO nbSortiesMajees
           PERFORM ENREGISTRER_SORTIE_CALENDRIER
           IF nbSortiesCreees > 0 THEN
              DISPLAY "Sortie ", cs_id, " ajoutee au calendrier"
           ELSE
              DISPLAY "Sortie ", cs_id, " mise a jour"
           END-IF.

      *>Cette méthode importe la liste des a-paraitre du
      *>distributeur (fichier delimite
      *>isbn;titre;editeur;serie;dateSortie;dateFOC) : chaque ligne
      *>cree ou met a jour son titre dans le calendrier des sorties,
      *>les dates decalees par l'editeur sont ainsi reprises
        IMPORTER_SORTIES_DISTRIBUTEUR.
           DISPLAY "Entrez le nom du fichier des a-paraitre"
           ACCEPT nomSortiesDistrib
           MOVE 0 TO nbLignesCal
           MOVE 0 TO nbSortiesCreees
           MOVE 0 TO nbSortiesMajees
           MOVE 0 TO nbErreursCal
           OPEN INPUT fsortiesDistrib
           IF cr_fsortiesDistrib NOT = 0 THEN
              DISPLAY "Fichier introuvable : ", nomSortiesDistrib
           ELSE
              MOVE 1 TO WfinSortie
              PERFORM WITH TEST AFTER UNTIL WfinSortie = 0
                  READ fsortiesDistrib
                  AT END MOVE 0 TO WfinSortie
                  NOT AT END
                      ADD 1 TO nbLignesCal END-ADD
                      PERFORM TRAITER_LIGNE_SORTIE
                  END-READ
              END-PERFORM
              CLOSE fsortiesDistrib
              MOVE "IMPORTER_SORTIES" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fcalendrier" TO journalFichier
              MOVE nbLignesCal TO journalCle
              PERFORM ENREGISTRER_JOURNAL
              DISPLAY "-- IMPORT DES A-PARAITRE TERMINE --"
              DISPLAY "Lignes lues : ", nbLignesCal
              DISPLAY "Sorties ajoutees : ", nbSortiesCreees
              DISPLAY "Sorties mises a jour : ", nbSortiesMajees
              DISPLAY "Lignes en erreur : ", nbErreursCal
           END-IF.

      *>Cette méthode traite une ligne de la liste du distributeur :
      *>decoupage, controle de l'ISBN et des dates, puis
      *>enregistrement au calendrier ; la ligne d'en-tete et les
      *>lignes illisibles sont ecartees
        TRAITER_LIGNE_SORTIE.
           MOVE SPACES TO champIsbnCal
           MOVE SPACES TO champTitreCal
           MOVE SPACES TO champEditeurCal
           MOVE SPACES TO champSerieCal
           MOVE SPACES TO champDateSortieCal
           MOVE SPACES TO champDateFOCCal
           UNSTRING ligneSortiesDistrib DELIMITED BY ";"
               INTO champIsbnCal champTitreCal champEditeurCal
                    champSerieCal champDateSortieCal champDateFOCCal
           MOVE 1 TO ligneCalValide
           IF champIsbnCal = "isbn" OR champIsbnCal = "ISBN" THEN
              MOVE 0 TO ligneCalValide
           ELSE
              IF champTitreCal = SPACES THEN
                 MOVE 0 TO ligneCalValide
              END-IF
              MOVE champIsbnCal TO fi_isbn
              PERFORM VALIDER_ISBN_SAISI
              IF isbnValide = 0 THEN
                 MOVE 0 TO ligneCalValide
              END-IF
              MOVE champDateSortieCal TO dateSaisieValidee
              PERFORM VALIDER_DATE_SAISIE
              IF dateValide = 0 THEN
                 MOVE 0 TO ligneCalValide
              END-IF
              IF champDateFOCCal NOT = SPACES THEN
                 MOVE champDateFOCCal TO dateSaisieValidee
                 PERFORM VALIDER_DATE_SAISIE
                 IF dateValide = 0 THEN
                    MOVE 0 TO ligneCalValide
                 END-IF
              END-IF
              IF ligneCalValide = 0 THEN
                 ADD 1 TO nbErreursCal END-ADD
                 DISPLAY "Ligne ", nbLignesCal, " illisible, ignoree"
              ELSE
                 MOVE "D" TO origineCal
                 PERFORM ENREGISTRER_SORTIE_CALENDRIER
              END-IF
           END-IF.

      *>Cette méthode enregistre au calendrier la sortie preparee
      *>dans les champs champXxxCal : le titre deja present (par
      *>ISBN, sinon par titre) est mis a jour, sinon il est cree
      *>sous un nouvel id (compteur CALENDRIER). Une sortie
      *>repoussee apres sa publication repasse a venir
        ENREGISTRER_SORTIE_CALENDRIER.
           MOVE FUNCTION CURRENT-DATE TO dateHeureCal
           MOVE 0 TO calTrouve
           OPEN I-O fcalendrier
           IF champIsbnCal NOT = SPACES THEN
              MOVE champIsbnCal TO cs_isbn
              START fcalendrier KEY IS = cs_isbn
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ fcalendrier NEXT
                       AT END CONTINUE
                       NOT AT END
                          IF cs_isbn = champIsbnCal THEN
                             MOVE 1 TO calTrouve
                          END-IF
                    END-READ
              END-START
           END-IF
           IF calTrouve = 0 THEN
              MOVE champTitreCal TO cs_titre
              START fcalendrier KEY IS = cs_titre
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ fcalendrier NEXT
                       AT END CONTINUE
                       NOT AT END
                          IF cs_titre = champTitreCal THEN
                             MOVE 1 TO calTrouve
                          END-IF
                    END-READ
              END-START
           END-IF
           IF calTrouve = 1 THEN
              IF cs_isbn = SPACES THEN
                 MOVE champIsbnCal TO cs_isbn
              END-IF
              IF champSerieCal NOT = SPACES THEN
                 MOVE champSerieCal TO cs_serie
              END-IF
              IF champEditeurCal NOT = SPACES THEN
                 MOVE champEditeurCal TO cs_editeur
              END-IF
              MOVE champDateSortieCal TO cs_dateSortie
              MOVE champDateFOCCal TO cs_dateFOC
              IF cs_dateSortie > dateHeureCal(1:8) THEN
                 MOVE 0 TO cs_statut
              END-IF
              REWRITE tamp_fcalendrier
                 NOT INVALID KEY
                    ADD 1 TO nbSortiesMajees END-ADD
                    MOVE "ENREGISTRER_SORTIE" TO journalParagraphe
                    MOVE "MODIFICATION" TO journalOperation
                    MOVE "fcalendrier" TO journalFichier
                    MOVE cs_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
              END-REWRITE
           ELSE
              MOVE "CALENDRIER" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO cs_id
              MOVE champTitreCal TO cs_titre
              MOVE champIsbnCal TO cs_isbn
              MOVE champSerieCal TO cs_serie
              MOVE champEditeurCal TO cs_editeur
              MOVE champDateSortieCal TO cs_dateSortie
              MOVE champDateFOCCal TO cs_dateFOC
              MOVE 0 TO cs_statut
              MOVE origineCal TO cs_origine
              WRITE tamp_fcalendrier
                 NOT INVALID KEY
                    ADD 1 TO nbSortiesCreees END-ADD
                    MOVE "ENREGISTRER_SORTIE" TO journalParagraphe
                    MOVE "AJOUT" TO journalOperation
                    MOVE "fcalendrier" TO journalFichier
                    MOVE cs_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
              END-WRITE
           END-IF
           CLOSE fcalendrier.

      *>Cette méthode affiche les sorties a venir du calendrier,
      *>avec leur date limite de commande (signalee si elle est
      *>deja passee)
        AFFICHER_CALENDRIER_SORTIES.
           MOVE FUNCTION CURRENT-DATE TO dateHeureCal
           MOVE 0 TO nbSortiesAffichees
           MOVE 1 TO WfinCal
           OPEN INPUT fcalendrier
           DISPLAY "-- CALENDRIER DES SORTIES A VENIR --"
           PERFORM WITH TEST AFTER UNTIL WfinCal = 0
               READ fcalendrier NEXT
               AT END MOVE 0 TO WfinCal
               NOT AT END
                   IF SORTIE_A_VENIR THEN
                      ADD 1 TO nbSortiesAffichees END-ADD
                      DISPLAY cs_dateSortie, " ", cs_titre, " ",
                              cs_isbn
                      DISPLAY "   Editeur : ", cs_editeur,
                              " FOC : ", cs_dateFOC
                      IF cs_dateFOC NOT = SPACES AND
                         cs_dateFOC < dateHeureCal(1:8) THEN
                         DISPLAY "   (FOC depassee)"
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcalendrier
           DISPLAY "Sorties a venir : ", nbSortiesAffichees.

      *>Cette méthode indique si le titre titreEmbargo (ou son ISBN
      *>isbnEmbargo) est encore sous embargo : titreEmbargue ressort
      *>a 1 et dateSortieEmbargo porte la date de sortie quand le
      *>calendrier annonce une sortie posterieure a aujourd'hui
        VERIFIER_EMBARGO_TITRE.
           MOVE FUNCTION CURRENT-DATE TO dateHeureCal
           MOVE 0 TO titreEmbargue
           MOVE SPACES TO dateSortieEmbargo
           OPEN INPUT fcalendrier
           MOVE titreEmbargo TO cs_titre
           MOVE 1 TO WfinCal
           START fcalendrier KEY IS = cs_titre
              INVALID KEY MOVE 0 TO WfinCal
           END-START
           IF WfinCal = 1 THEN
              PERFORM WITH TEST AFTER UNTIL WfinCal = 0
                  READ fcalendrier NEXT
                  AT END MOVE 0 TO WfinCal
                  NOT AT END
                      IF cs_titre NOT = titreEmbargo THEN
                         MOVE 0 TO WfinCal
                      ELSE
                         PERFORM EXAMINER_SORTIE_EMBARGO
                      END-IF
                  END-READ
              END-PERFORM
           END-IF
           IF isbnEmbargo NOT = SPACES THEN
              MOVE isbnEmbargo TO cs_isbn
              MOVE 1 TO WfinCal
              START fcalendrier KEY IS = cs_isbn
                 INVALID KEY MOVE 0 TO WfinCal
              END-START
              IF WfinCal = 1 THEN
                 PERFORM WITH TEST AFTER UNTIL WfinCal = 0
                     READ fcalendrier NEXT
                     AT END MOVE 0 TO WfinCal
                     NOT AT END
                         IF cs_isbn NOT = isbnEmbargo THEN
                            MOVE 0 TO WfinCal
                         ELSE
                            PERFORM EXAMINER_SORTIE_EMBARGO
                         END-IF
                     END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE fcalendrier.

      *>Cette méthode retient la sortie du tampon tamp_fcalendrier
      *>si elle n'a pas encore eu lieu
        EXAMINER_SORTIE_EMBARGO.
           IF cs_dateSortie > dateHeureCal(1:8) THEN
              MOVE 1 TO titreEmbargue
              MOVE cs_dateSortie TO dateSortieEmbargo
           END-IF.

      *>Cette méthode controle l'embargo du titre titreRef (article
      *>d'id idArticleRef) avant sa remise au client (vente ou
      *>retrait d'une mise de cote) : avant la date de sortie, seule
      *>une derogation validee par un second employe laisse passer
      *>l'exemplaire ; venteAnnulee ressort a 1 sinon
        CONTROLER_EMBARGO_VENTE.
           MOVE titreRef TO titreEmbargo
           OPEN INPUT finventaire
           MOVE idArticleRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY MOVE SPACES TO isbnEmbargo
              NOT INVALID KEY MOVE fi_isbn TO isbnEmbargo
           END-READ
           CLOSE finventaire
           PERFORM VERIFIER_EMBARGO_TITRE
           IF titreEmbargue = 1 THEN
              DISPLAY "Titre sous embargo jusqu'au ",
                      dateSortieEmbargo
              DISPLAY "Il ne peut pas etre remis avant sa sortie"
              MOVE "VENTE SOUS EMBARGO" TO fonctionDemandee
              MOVE titreRef TO referenceDerogation
              MOVE 0 TO montantDerogation
              PERFORM DEMANDER_DEROGATION
              IF derogationAccordee = 0 THEN
                 MOVE 1 TO venteAnnulee
              END-IF
           END-IF.

      *>Cette méthode publie les sorties du calendrier arrivees a
      *>leur date (celles du lendemain comprises, la cloture
      *>nocturne preparant la journee suivante) : les exemplaires
      *>mis de cote pour ces titres, reservations et abonnements
      *>de serie, sont liberes pour le retrait et chaque client est
      *>prevenu
        LIBERER_SORTIES_DU_JOUR.
           MOVE FUNCTION CURRENT-DATE TO dateHeureCal
           MOVE dateHeureCal(1:8) TO dateJourNum
           COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum) + 1)
           MOVE dateJourNum TO dateLendemainCal
           MOVE 0 TO nbSortiesPubliees
           MOVE 0 TO nbRetraitsPrevenus
           MOVE 1 TO WfinSortie
           OPEN I-O fcalendrier
           PERFORM WITH TEST AFTER UNTIL WfinSortie = 0
               READ fcalendrier NEXT
               AT END MOVE 0 TO WfinSortie
               NOT AT END
                   IF SORTIE_A_VENIR AND
                      cs_dateSortie NOT > dateLendemainCal THEN
                      MOVE 1 TO cs_statut
                      REWRITE tamp_fcalendrier
                         NOT INVALID KEY
                            ADD 1 TO nbSortiesPubliees END-ADD
                            PERFORM PREVENIR_RETRAITS_SORTIE
                            MOVE "LIBERER_SORTIES" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                            MOVE "fcalendrier" TO journalFichier
                            MOVE cs_id TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcalendrier
           DISPLAY "Sorties publiees : ", nbSortiesPubliees
           DISPLAY "Clients prevenus pour un retrait : ",
                   nbRetraitsPrevenus.

      *>Cette méthode libere pour le retrait les mises de cote
      *>actives du titre de la sortie du tampon tamp_fcalendrier :
      *>le delai de retrait court a partir de la date de sortie et
      *>le client recoit une notification
        PREVENIR_RETRAITS_SORTIE.
           MOVE cs_titre TO titreSortieCal
           IF cs_isbn NOT = SPACES THEN
              OPEN INPUT finventaire
              MOVE cs_isbn TO fi_isbn
              START finventaire KEY IS = fi_isbn
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ finventaire NEXT
                       AT END CONTINUE
                       NOT AT END MOVE fi_titre TO titreSortieCal
                    END-READ
              END-START
              CLOSE finventaire
           END-IF
           MOVE titreSortieCal TO titreIdRef
           PERFORM RESOUDRE_ID_REFERENCE
           MOVE idReference TO idRefSortieCal
           MOVE cs_dateSortie TO dateJourNum
           COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum) + 14)
           IF OPTION_CAL_ACTIVE(OPT_CAL_RESERVE) THEN
              MOVE dateJourNum TO dateCalendrier
              PERFORM REPORTER_JOUR_OUVERT
              MOVE dateCalendrier TO dateJourNum
           END-IF
           MOVE 1 TO WfinRes
           OPEN I-O freservations
           PERFORM WITH TEST AFTER UNTIL WfinRes = 0
               READ freservations NEXT
               AT END MOVE 0 TO WfinRes
               NOT AT END
                   IF rs_idRef = idRefSortieCal AND
                      RESERVATION_ACTIVE THEN
                      MOVE SPACES TO rs_dateExpiration
                      MOVE dateJourNum TO rs_dateExpiration(1:8)
                      REWRITE tamp_freservation
                         NOT INVALID KEY
                            ADD 1 TO nbRetraitsPrevenus END-ADD
                            MOVE rs_client TO nb_client
                            MOVE SPACES TO nb_mail
                            MOVE "DISPONIBLE AU RETRAIT" TO nb_objet
                            MOVE SPACES TO nb_texte
                            STRING "Votre exemplaire de "
                                   DELIMITED BY SIZE
                                   rs_titreComics DELIMITED BY "  "
                                   " est disponible des le "
                                   DELIMITED BY SIZE
                                   cs_dateSortie DELIMITED BY SIZE
                                   INTO nb_texte
                            PERFORM DEPOSER_NOTIFICATION
                      END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freservations.

      *>Cette méthode cree la fiche d'un editeur ou, si le nom existe
      *>deja, en modifie les conditions : distributeur par lequel
      *>passent ses titres, droit de retour et delai, remise
      *>d'achat accordee sur le prix public
        SAISIR_EDITEUR.
           MOVE SPACES TO nomEditeurSaisi
           PERFORM WITH TEST AFTER UNTIL nomEditeurSaisi NOT = SPACES
                   DISPLAY "Nom de l'editeur"
                   ACCEPT nomEditeurSaisi
           END-PERFORM
           PERFORM CHERCHER_EDITEUR_NOM
           IF editeurTrouve = 1 THEN
              DISPLAY "Editeur ", ed_id, " existant, conditions :"
              DISPLAY "   Distributeur : ", ed_idDistributeur
              DISPLAY "   Retour : ", ed_droitRetour,
                      " - delai (mois) : ", ed_delaiRetourMois
              DISPLAY "   Remise d'achat : ", ed_remiseAchat
           ELSE
              MOVE "EDITEUR" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO idEditeur
           END-IF
           MOVE 0 TO trouveIdFournisseur
           PERFORM WITH TEST AFTER UNTIL trouveIdFournisseur = 1
                   DISPLAY "Id du distributeur (0 si aucun)"
                   ACCEPT idFournisseur
                   IF idFournisseur = 0 THEN
                      MOVE 1 TO trouveIdFournisseur
                   ELSE
                      PERFORM VERIF_ID_FOURNISSEUR
                      IF trouveIdFournisseur = 0 THEN
                         DISPLAY "Distributeur inconnu"
                      END-IF
                   END-IF
           END-PERFORM
           MOVE SPACES TO reponseEditeur
           PERFORM WITH TEST AFTER UNTIL
               reponseEditeur = "O" OR reponseEditeur = "N"
               DISPLAY "Invendus retournables chez cet editeur ?"
               DISPLAY "(O/N)"
               ACCEPT reponseEditeur
               INSPECT reponseEditeur CONVERTING "onts" TO "ONTS"
           END-PERFORM
           MOVE 0 TO moisDelaiRetour
           IF reponseEditeur = "O" THEN
              PERFORM WITH TEST AFTER UNTIL
                  moisDelaiRetour >= 3 AND moisDelaiRetour <= 12
                  DISPLAY "Delai de retour en mois (3 a 12)"
                  ACCEPT moisDelaiRetour
              END-PERFORM
           END-IF
           DISPLAY "Remise d'achat sur le prix public (en %)"
           ACCEPT remiseEditeurSaisie
           OPEN I-O fediteurs
           IF editeurTrouve = 1 THEN
              MOVE ed_id TO idEditeur
              READ fediteurs KEY IS ed_id
              END-READ
           END-IF
           MOVE idEditeur TO ed_id
           MOVE nomEditeurSaisi TO ed_nom
           MOVE idFournisseur TO ed_idDistributeur
           MOVE reponseEditeur TO ed_droitRetour
           MOVE moisDelaiRetour TO ed_delaiRetourMois
           MOVE remiseEditeurSaisie TO ed_remiseAchat
           IF editeurTrouve = 1 THEN
              REWRITE tamp_fediteur
              END-REWRITE
              MOVE "MODIFICATION" TO journalOperation
           ELSE
              WRITE tamp_fediteur
              END-WRITE
              MOVE "AJOUT" TO journalOperation
           END-IF
           CLOSE fediteurs
           MOVE "SAISIR_EDITEUR" TO journalParagraphe
           MOVE "fediteurs" TO journalFichier
           MOVE ed_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL
           DISPLAY "Editeur ", ed_id, " enregistre".

      *>Cette méthode cherche l'editeur nomEditeurSaisi dans le
      *>fichier des editeurs (editeurTrouve a 1 et tampon garni si
      *>le nom existe)
        CHERCHER_EDITEUR_NOM.
           MOVE 0 TO editeurTrouve
           OPEN INPUT fediteurs
           MOVE nomEditeurSaisi TO ed_nom
           READ fediteurs KEY IS ed_nom
              INVALID KEY MOVE 0 TO editeurTrouve
              NOT INVALID KEY MOVE 1 TO editeurTrouve
           END-READ
           CLOSE fediteurs.

      *>Cette méthode affiche la liste des editeurs et de leurs
      *>conditions
        AFFICHER_EDITEURS.
           MOVE 0 TO nbEditeursAffiches
           MOVE 0 TO compteurPage
           MOVE 1 TO WfinEditeur
           OPEN INPUT fediteurs
           DISPLAY "-- EDITEURS --"
           PERFORM WITH TEST AFTER UNTIL WfinEditeur = 0
               READ fediteurs NEXT
               AT END MOVE 0 TO WfinEditeur
               NOT AT END
                   ADD 1 TO nbEditeursAffiches END-ADD
                   DISPLAY ed_id, " ", ed_nom
                   DISPLAY "   Distributeur : ", ed_idDistributeur,
                           " - remise : ", ed_remiseAchat, " %"
                   IF EDITEUR_RETOUR_ACCEPTE THEN
                      DISPLAY "   Retour accepte sous ",
                              ed_delaiRetourMois, " mois"
                   ELSE
                      DISPLAY "   Pas de retour des invendus"
                   END-IF
                   ADD 1 TO compteurPage END-ADD
                   IF compteurPage >= TAILLE_PAGE THEN
                      DISPLAY "-- ENTREE pour continuer --"
                      ACCEPT pauseTouche
                      MOVE 0 TO compteurPage
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fediteurs
           DISPLAY "Editeurs : ", nbEditeursAffiches.

      *>Cette méthode demande l'editeur d'une reference en cours de
      *>creation et le porte dans fi_idEditeur (0 si l'editeur n'est
      *>pas connu, la reference pourra etre rattachee plus tard)
        SAISIR_EDITEUR_REFERENCE.
           MOVE 0 TO fi_idEditeur
           MOVE 0 TO editeurTrouve
           PERFORM WITH TEST AFTER UNTIL editeurTrouve = 1
                   DISPLAY "Editeur (vide si inconnu)"
                   IF noticeReprise = 1 THEN
                      DISPLAY "(notice : ", nt_editeur, ")"
                   END-IF
                   ACCEPT nomEditeurSaisi
                   IF nomEditeurSaisi = SPACES THEN
                      *>Sans saisie, l'editeur de la notice reprise
                      *>est retenu s'il a deja sa fiche
                      IF noticeReprise = 1 THEN
                         MOVE nt_editeur TO nomEditeurSaisi
                         PERFORM CHERCHER_EDITEUR_NOM
                         IF editeurTrouve = 1 THEN
                            MOVE ed_id TO fi_idEditeur
                         END-IF
                      END-IF
                      MOVE 1 TO editeurTrouve
                   ELSE
                      PERFORM CHERCHER_EDITEUR_NOM
                      IF editeurTrouve = 1 THEN
                         MOVE ed_id TO fi_idEditeur
                      ELSE
                         DISPLAY "Editeur inconnu, creez d'abord sa"
                         DISPLAY "fiche (ou laissez vide)"
                      END-IF
                   END-IF
           END-PERFORM.

      *>Cette méthode rattache a un editeur soit une reference de
      *>l'inventaire, soit toutes les references d'une serie
        RATTACHER_REFERENCES_EDITEUR.
           MOVE 0 TO editeurTrouve
           PERFORM WITH TEST AFTER UNTIL editeurTrouve = 1
                   DISPLAY "Nom de l'editeur"
                   ACCEPT nomEditeurSaisi
                   PERFORM CHERCHER_EDITEUR_NOM
                   IF editeurTrouve = 0 THEN
                      DISPLAY "Editeur inconnu"
                   END-IF
           END-PERFORM
           MOVE ed_id TO idEditeur
           MOVE SPACES TO reponseEditeur
           PERFORM WITH TEST AFTER UNTIL
               reponseEditeur = "T" OR reponseEditeur = "S"
               DISPLAY "Rattacher un titre (T) ou une serie (S) ?"
               ACCEPT reponseEditeur
               INSPECT reponseEditeur CONVERTING "onts" TO "ONTS"
           END-PERFORM
           MOVE 0 TO nbRattachements
           IF reponseEditeur = "T" THEN
              DISPLAY "Titre de la reference"
              ACCEPT titreRef
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE titreRef TO fi_titre
              READ finventaire KEY IS fi_titre
                 INVALID KEY DISPLAY "Titre inconnu"
                 NOT INVALID KEY
                    PERFORM RATTACHER_UNE_REFERENCE
              END-READ
              CLOSE finventaire
           ELSE
              DISPLAY "Serie"
              ACCEPT serieRattachement
              MOVE 1 TO WfinEditeur
              PERFORM OUVRIR_IO_FINVENTAIRE
              PERFORM WITH TEST AFTER UNTIL WfinEditeur = 0
                  READ finventaire NEXT
                  AT END MOVE 0 TO WfinEditeur
                  NOT AT END
                      IF fi_serie = serieRattachement THEN
                         PERFORM RATTACHER_UNE_REFERENCE
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE finventaire
           END-IF
           DISPLAY "References rattachees : ", nbRattachements.

      *>Cette méthode porte l'editeur choisi sur la reference
      *>presente dans le tampon finventaire (fichier ouvert en I-O)
        RATTACHER_UNE_REFERENCE.
           MOVE idEditeur TO fi_idEditeur
           REWRITE tamp_finventaire
              INVALID KEY DISPLAY "Erreur reecriture ", fi_titre
              NOT INVALID KEY
                 ADD 1 TO nbRattachements END-ADD
                 MOVE "RATTACHER_REFERENCES_EDITEUR" TO
                      journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "finventaire" TO journalFichier
                 MOVE fi_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-REWRITE.

      *>Cette méthode retrouve l'editeur de l'article d'id
      *>idRefConditionsEditeur dans l'inventaire (editeurTitreTri a
      *>0 si le titre n'est rattache a aucun editeur)
        EDITEUR_DU_TITRE.
           MOVE 0 TO editeurTitreTri
           OPEN INPUT finventaire
           MOVE idRefConditionsEditeur TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fi_idEditeur TO editeurTitreTri
           END-READ
           CLOSE finventaire.

      *>Cette méthode produit le rapport par editeur pour les
      *>rendez-vous representants et les decisions de
      *>dereferencement : ventes et marge FIFO de la periode, stock
      *>et sa valeur, stock dormant, quantites achetees et
      *>retournees (taux de retour). Les titres non rattaches sont
      *>regroupes sous l'editeur 0
        RAPPORT_PAR_EDITEUR.
           MOVE 0 TO editeurTrouve
           PERFORM WITH TEST AFTER UNTIL editeurTrouve = 1
                   DISPLAY "Nom de l'editeur (vide pour tous)"
                   ACCEPT nomEditeurSaisi
                   IF nomEditeurSaisi = SPACES THEN
                      MOVE 0 TO editeurFiltre
                      MOVE 1 TO editeurTrouve
                   ELSE
                      PERFORM CHERCHER_EDITEUR_NOM
                      IF editeurTrouve = 1 THEN
                         MOVE ed_id TO editeurFiltre
                      ELSE
                         DISPLAY "Editeur inconnu"
                      END-IF
                   END-IF
           END-PERFORM
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Date de debut de la periode (AAAAMMJJ)"
                   ACCEPT dateSaisieValidee
                   PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO dateDebutEditeur
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Date de fin de la periode (AAAAMMJJ)"
                   ACCEPT dateSaisieValidee
                   PERFORM VALIDER_DATE_SAISIE
                   IF dateValide = 1 AND
                      dateSaisieValidee < dateDebutEditeur THEN
                      DISPLAY "La fin doit suivre le debut"
                      MOVE 0 TO dateValide
                   END-IF
           END-PERFORM
           MOVE dateSaisieValidee TO dateFinEditeur
           MOVE 0 TO nbMoisDormant
           PERFORM WITH TEST AFTER UNTIL nbMoisDormant > 0
                   DISPLAY "Stock dormant : sans vente depuis"
                   DISPLAY "combien de mois ?"
                   ACCEPT nbMoisDormant
           END-PERFORM
           PERFORM CALCULER_LIMITE_DORMANT
           STRING "EDITEURS-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           MOVE 0 TO nbEditeursRapport
           MOVE 0 TO caTotalEditeurs
           MOVE 0 TO coutTotalEditeurs
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Rapport par editeur du " DELIMITED BY SIZE
                  dateDebutEditeur DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  dateFinEditeur DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Stock dormant : sans vente depuis le "
                  DELIMITED BY SIZE
                  dateLimiteDormant DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           SORT ftriTravail ON ASCENDING KEY tri_cle
               INPUT PROCEDURE IS ALIMENTER_TRI_EDITEURS
               OUTPUT PROCEDURE IS RESTITUER_TRI_EDITEURS
           COMPUTE margeEditeur = caTotalEditeurs - coutTotalEditeurs
           PERFORM SIGNER_MARGE_EDITEUR
           MOVE SPACES TO ligneRapport
           STRING "Editeurs : " DELIMITED BY SIZE
                  nbEditeursRapport DELIMITED BY SIZE
                  " - CA HT : " DELIMITED BY SIZE
                  caTotalEditeurs DELIMITED BY SIZE
                  " - marge : " DELIMITED BY SIZE
                  signeMargeEditeur DELIMITED BY SIZE
                  margeEditeurAbs DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Editeurs : ", nbEditeursRapport,
                   " - CA HT : ", caTotalEditeurs
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport.

      *>Cette méthode alimente le fichier de tri du rapport par
      *>editeur : cle = editeur (15 chiffres) suivi d'un code de
      *>mesure (1V ventes, 2C cout FIFO, 3S stock, 4D stock
      *>dormant, 5A achats, 6R retours fournisseur)
        ALIMENTER_TRI_EDITEURS.
           *>Ventes de la periode, ligne a ligne, par le meme
           *>parcours que le rapport de marge brute
           MOVE 1 TO ventilationParEditeur
           MOVE 1 TO WfinMarge
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinMarge = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinMarge
               NOT AT END
                   IF fv_statut = 0 AND
                      fv_dateVente(1:8) NOT < dateDebutEditeur AND
                      fv_dateVente(1:8) NOT > dateFinEditeur THEN
                      PERFORM TRAITER_VENTE_MARGE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           MOVE 1 TO WfinMarge
           OPEN INPUT fventesArchive
           PERFORM WITH TEST AFTER UNTIL WfinMarge = 0
               READ fventesArchive NEXT
               AT END MOVE 0 TO WfinMarge
               NOT AT END
                   IF fva_statut = 0 AND
                      fva_dateVente(1:8) NOT < dateDebutEditeur AND
                      fva_dateVente(1:8) NOT > dateFinEditeur THEN
                      PERFORM TRAITER_ARCHIVE_MARGE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesArchive
           MOVE 0 TO ventilationParEditeur
           *>Stock valorise aux couches FIFO, et sa part dormante
           MOVE 1 TO WfinEditeur
           OPEN INPUT finventaire
           PERFORM WITH TEST AFTER UNTIL WfinEditeur = 0
               READ finventaire NEXT
               AT END MOVE 0 TO WfinEditeur
               NOT AT END
                   IF fi_quantite > 0 AND (editeurFiltre = 0 OR
                      fi_idEditeur = editeurFiltre) THEN
                      PERFORM LIBERER_STOCK_EDITEUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE finventaire
           *>Achats fournisseur de la periode
           MOVE 1 TO WfinEditeur
           OPEN INPUT fachats
           PERFORM WITH TEST AFTER UNTIL WfinEditeur = 0
               READ fachats NEXT
               AT END MOVE 0 TO WfinEditeur
               NOT AT END
                   IF ACHAT_FOURNISSEUR AND
                      fa_dateAchat(1:8) NOT < dateDebutEditeur AND
                      fa_dateAchat(1:8) NOT > dateFinEditeur THEN
                      MOVE fa_idRef TO idRefConditionsEditeur
                      PERFORM EDITEUR_DU_TITRE
                      MOVE "5A" TO codeMesureEditeur
                      MOVE fa_quantite TO qteMesureEditeur
                      MULTIPLY fa_prixAchat BY fa_quantite
                          GIVING montantMesureEditeur ROUNDED
                      PERFORM LIBERER_MESURE_EDITEUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachats
           *>Retours fournisseur (avoirs) de la periode
           MOVE 1 TO WfinEditeur
           OPEN INPUT favoirsFourn
           PERFORM WITH TEST AFTER UNTIL WfinEditeur = 0
               READ favoirsFourn NEXT
               AT END MOVE 0 TO WfinEditeur
               NOT AT END
                   IF af_dateEmission(1:8) NOT < dateDebutEditeur
                      AND af_dateEmission(1:8) NOT > dateFinEditeur
                      THEN
                      MOVE af_idRef TO idRefConditionsEditeur
                      PERFORM EDITEUR_DU_TITRE
                      MOVE "6R" TO codeMesureEditeur
                      MOVE af_quantite TO qteMesureEditeur
                      MOVE af_montant TO montantMesureEditeur
                      PERFORM LIBERER_MESURE_EDITEUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE favoirsFourn.

      *>Cette méthode verse au fichier de tri une ligne vendue (titre,
      *>quantite, CA HT du rapport de marge) et son cout FIFO
        LIBERER_VENTE_EDITEUR.
           PERFORM CALCULER_COUT_FIFO_TITRE
           MULTIPLY coutMoyenTitre BY qteLigneMarge
               GIVING coutLigneMarge ROUNDED
           MOVE idRefLigneMarge TO idRefConditionsEditeur
           PERFORM EDITEUR_DU_TITRE
           MOVE "1V" TO codeMesureEditeur
           MOVE qteLigneMarge TO qteMesureEditeur
           MOVE caHTLigneMarge TO montantMesureEditeur
           PERFORM LIBERER_MESURE_EDITEUR
           MOVE "2C" TO codeMesureEditeur
           MOVE 0 TO qteMesureEditeur
           MOVE coutLigneMarge TO montantMesureEditeur
           PERFORM LIBERER_MESURE_EDITEUR.

      *>Cette méthode verse au fichier de tri le stock du titre
      *>present dans le tampon finventaire, valorise comme dans la
      *>valorisation du stock, et le meme montant en stock dormant
      *>si le titre ne s'est pas vendu depuis la date limite
        LIBERER_STOCK_EDITEUR.
           MOVE fi_idEditeur TO editeurTitreTri
           PERFORM VALORISER_COUCHES_TITRE
           MOVE valeurCouchesTitre TO montantMesureEditeur
           IF qteCouchesTitre < fi_quantite THEN
              COMPUTE montantMesureEditeur ROUNDED =
                  montantMesureEditeur
                  + (fi_quantite - qteCouchesTitre) * fi_prix
           END-IF
           MOVE "3S" TO codeMesureEditeur
           MOVE fi_quantite TO qteMesureEditeur
           PERFORM LIBERER_MESURE_EDITEUR
           PERFORM TROUVER_DERNIERE_VENTE_TITRE
           IF derniereVenteTitre = SPACES OR
              derniereVenteTitre(1:8) < dateLimiteDormant(1:8) THEN
              MOVE "4D" TO codeMesureEditeur
              PERFORM LIBERER_MESURE_EDITEUR
           END-IF.

      *>Cette méthode ecrit une mesure dans le fichier de tri pour
      *>l'editeur editeurTitreTri, sauf si le rapport est limite a
      *>un autre editeur
        LIBERER_MESURE_EDITEUR.
           IF editeurFiltre = 0 OR editeurTitreTri = editeurFiltre
              THEN
              MOVE SPACES TO tri_cle
              MOVE editeurTitreTri TO tri_cle(1:15)
              MOVE codeMesureEditeur TO tri_cle(16:2)
              MOVE qteMesureEditeur TO tri_quantite
              MOVE montantMesureEditeur TO tri_montant
              RELEASE tamp_tri
           END-IF.

      *>Cette méthode relit le fichier trie par editeur, cumule les
      *>mesures de chacun et ecrit son bloc du rapport a la rupture
        RESTITUER_TRI_EDITEURS.
           MOVE SPACES TO triCleCourante
           MOVE 0 TO triCompteurGroupe
           PERFORM REMETTRE_CUMULS_EDITEUR
           MOVE 0 TO finTri
           PERFORM WITH TEST AFTER UNTIL finTri = 1
               RETURN ftriTravail
                  AT END
                     MOVE 1 TO finTri
                     IF triCompteurGroupe > 0 THEN
                        PERFORM CLORE_GROUPE_EDITEUR
                     END-IF
                  NOT AT END
                     IF tri_cle(1:15) NOT = triCleCourante(1:15) THEN
                        IF triCompteurGroupe > 0 THEN
                           PERFORM CLORE_GROUPE_EDITEUR
                        END-IF
                        MOVE tri_cle TO triCleCourante
                        MOVE 0 TO triCompteurGroupe
                        PERFORM REMETTRE_CUMULS_EDITEUR
                     END-IF
                     ADD 1 TO triCompteurGroupe END-ADD
                     EVALUATE tri_cle(16:2)
                        WHEN "1V"
                           ADD tri_quantite TO qteVendueEditeur
                           ADD tri_montant TO caEditeur
                        WHEN "2C"
                           ADD tri_montant TO coutEditeur
                        WHEN "3S"
                           ADD tri_quantite TO qteStockEditeur
                           ADD tri_montant TO valeurStockEditeur
                        WHEN "4D"
                           ADD tri_quantite TO qteDormantEditeur
                           ADD tri_montant TO valeurDormantEditeur
                        WHEN "5A"
                           ADD tri_quantite TO qteAcheteeEditeur
                        WHEN "6R"
                           ADD tri_quantite TO qteRetourneeEditeur
                           ADD tri_montant TO avoirsEditeur
                     END-EVALUATE
               END-RETURN
           END-PERFORM.

      *>Cette méthode remet a zero les cumuls de l'editeur courant
        REMETTRE_CUMULS_EDITEUR.
           MOVE 0 TO qteVendueEditeur
           MOVE 0 TO caEditeur
           MOVE 0 TO coutEditeur
           MOVE 0 TO qteStockEditeur
           MOVE 0 TO valeurStockEditeur
           MOVE 0 TO qteDormantEditeur
           MOVE 0 TO valeurDormantEditeur
           MOVE 0 TO qteAcheteeEditeur
           MOVE 0 TO qteRetourneeEditeur
           MOVE 0 TO avoirsEditeur.

      *>Cette méthode ecrit le bloc de l'editeur dont le groupe vient
      *>d'etre clos : marge = CA HT - cout FIFO, taux de retour =
      *>quantite retournee / quantite achetee sur la periode
        CLORE_GROUPE_EDITEUR.
           ADD 1 TO nbEditeursRapport END-ADD
           ADD caEditeur TO caTotalEditeurs END-ADD
           ADD coutEditeur TO coutTotalEditeurs END-ADD
           MOVE triCleCourante(1:15) TO editeurCourant
           MOVE "SANS EDITEUR" TO nomEditeurSaisi
           IF editeurCourant > 0 THEN
              OPEN INPUT fediteurs
              MOVE editeurCourant TO ed_id
              READ fediteurs KEY IS ed_id
                 INVALID KEY MOVE "EDITEUR INCONNU" TO
                                  nomEditeurSaisi
                 NOT INVALID KEY MOVE ed_nom TO nomEditeurSaisi
              END-READ
              CLOSE fediteurs
           END-IF
           COMPUTE margeEditeur = caEditeur - coutEditeur
           PERFORM SIGNER_MARGE_EDITEUR
           IF qteAcheteeEditeur > 0 THEN
              COMPUTE tauxRetourEditeur ROUNDED =
                  qteRetourneeEditeur * 100 / qteAcheteeEditeur
                  ON SIZE ERROR MOVE 999.99 TO tauxRetourEditeur
              END-COMPUTE
           ELSE
              MOVE 0 TO tauxRetourEditeur
           END-IF
           MOVE SPACES TO ligneRapport
           STRING nomEditeurSaisi DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  editeurCourant DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   Vendus : " DELIMITED BY SIZE
                  qteVendueEditeur DELIMITED BY SIZE
                  " - CA HT : " DELIMITED BY SIZE
                  caEditeur DELIMITED BY SIZE
                  " - cout FIFO : " DELIMITED BY SIZE
                  coutEditeur DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   Marge : " DELIMITED BY SIZE
                  signeMargeEditeur DELIMITED BY SIZE
                  margeEditeurAbs DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   Stock : " DELIMITED BY SIZE
                  qteStockEditeur DELIMITED BY SIZE
                  " - valeur : " DELIMITED BY SIZE
                  valeurStockEditeur DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   Stock dormant : " DELIMITED BY SIZE
                  qteDormantEditeur DELIMITED BY SIZE
                  " - valeur : " DELIMITED BY SIZE
                  valeurDormantEditeur DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   Achetes : " DELIMITED BY SIZE
                  qteAcheteeEditeur DELIMITED BY SIZE
                  " - retournes : " DELIMITED BY SIZE
                  qteRetourneeEditeur DELIMITED BY SIZE
                  " - taux de retour : " DELIMITED BY SIZE
                  tauxRetourEditeur DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   Avoirs de retour : " DELIMITED BY SIZE
                  avoirsEditeur DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           DISPLAY nomEditeurSaisi, " CA HT : ", caEditeur,
                   " - marge : ", signeMargeEditeur, margeEditeurAbs.

      *>Cette méthode prepare l'ecriture de margeEditeur (signe et
      *>valeur absolue) pour les lignes du rapport
        SIGNER_MARGE_EDITEUR.
           IF margeEditeur < 0 THEN
              MOVE "-" TO signeMargeEditeur
              COMPUTE margeEditeurAbs = 0 - margeEditeur
           ELSE
              MOVE " " TO signeMargeEditeur
              MOVE margeEditeur TO margeEditeurAbs
           END-IF.

      *>Cette méthode importe le flux bibliographique de la
      *>profession : chaque notice est conservee par ISBN pour la
      *>saisie, puis cree la reference absente de l'inventaire ou
      *>met a jour celle issue du flux. Une reference saisie ou
      *>modifiee sur place n'est jamais ecrasee. Le compte rendu
      *>(cree, mis a jour, ignore, erreur) part dans BIBLIO-date.TXT
        IMPORTER_FLUX_BIBLIO.
           DISPLAY "Entrez le nom du fichier du flux"
           ACCEPT nomFluxBiblio
           MOVE 0 TO nbLignesBiblio
           MOVE 0 TO nbCreesBiblio
           MOVE 0 TO nbMajBiblio
           MOVE 0 TO nbIdentiquesBiblio
           MOVE 0 TO nbIgnoresBiblio
           MOVE 0 TO nbErreursBiblio
           OPEN INPUT fluxBiblio
           IF cr_fluxBiblio NOT = 0 THEN
              DISPLAY "Fichier du flux introuvable : ", nomFluxBiblio
           ELSE
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              STRING "BIBLIO-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Import du flux bibliographique " DELIMITED BY SIZE
                     nomFluxBiblio DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE 1 TO WfinBiblio
              PERFORM WITH TEST AFTER UNTIL WfinBiblio = 0
                  READ fluxBiblio
                  AT END MOVE 0 TO WfinBiblio
                  NOT AT END
                      ADD 1 TO nbLignesBiblio END-ADD
                      PERFORM TRAITER_LIGNE_BIBLIO
                  END-READ
              END-PERFORM
              CLOSE fluxBiblio
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Lignes lues : " DELIMITED BY SIZE
                     nbLignesBiblio DELIMITED BY SIZE
                     " - creees : " DELIMITED BY SIZE
                     nbCreesBiblio DELIMITED BY SIZE
                     " - mises a jour : " DELIMITED BY SIZE
                     nbMajBiblio DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Identiques : " DELIMITED BY SIZE
                     nbIdentiquesBiblio DELIMITED BY SIZE
                     " - ignorees (saisie locale) : "
                     DELIMITED BY SIZE
                     nbIgnoresBiblio DELIMITED BY SIZE
                     " - erreurs : " DELIMITED BY SIZE
                     nbErreursBiblio DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              CLOSE frapport
              DISPLAY "-- IMPORT DU FLUX TERMINE --"
              DISPLAY "Lignes lues : ", nbLignesBiblio
              DISPLAY "References creees : ", nbCreesBiblio
              DISPLAY "References mises a jour : ", nbMajBiblio
              DISPLAY "Ignorees (saisie locale) : ", nbIgnoresBiblio
              DISPLAY "Lignes en erreur : ", nbErreursBiblio
              DISPLAY "Rapport enregistre dans :"
              DISPLAY nomRapport
           END-IF.

      *>Cette méthode traite une ligne du flux : decoupage, controle
      *>de l'ISBN, conservation de la notice puis rapprochement avec
      *>l'inventaire
        TRAITER_LIGNE_BIBLIO.
           MOVE SPACES TO champIsbnBib
           MOVE SPACES TO champTitreBib
           MOVE SPACES TO champAuteurBib
           MOVE SPACES TO champEditeurBib
           MOVE SPACES TO champSerieBib
           MOVE SPACES TO champTomeBib
           MOVE SPACES TO champFormatBib
           MOVE SPACES TO champPrixBib
           MOVE SPACES TO champCategorieBib
           MOVE SPACES TO champDateBib
           UNSTRING ligneFluxBiblio DELIMITED BY ";"
               INTO champIsbnBib champTitreBib champAuteurBib
                    champEditeurBib champSerieBib champTomeBib
                    champFormatBib champPrixBib champCategorieBib
                    champDateBib
           IF champIsbnBib = SPACES OR champTitreBib = SPACES OR
              champPrixBib = SPACES THEN
              ADD 1 TO nbErreursBiblio END-ADD
              MOVE SPACES TO ligneRapport
              STRING "ERREUR  ligne " DELIMITED BY SIZE
                     nbLignesBiblio DELIMITED BY SIZE
                     " illisible" DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           ELSE
              MOVE champIsbnBib TO fi_isbn
              PERFORM VALIDER_ISBN_SAISI
              IF isbnValide = 0 THEN
                 ADD 1 TO nbErreursBiblio END-ADD
                 MOVE SPACES TO ligneRapport
                 STRING "ERREUR  " DELIMITED BY SIZE
                        champIsbnBib DELIMITED BY SIZE
                        " cle de controle fausse" DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
              ELSE
                 PERFORM CONSERVER_NOTICE_BIBLIO
                 PERFORM RAPPROCHER_REFERENCE_BIBLIO
              END-IF
           END-IF.

      *>Cette méthode convertit les champs de la ligne (prix public,
      *>categorie, editeur connu) et enregistre la notice comme
      *>derniere notice recue pour cet ISBN
        CONSERVER_NOTICE_BIBLIO.
           COMPUTE prixBiblio ROUNDED = FUNCTION NUMVAL(champPrixBib)
           *>Le flux est un flux de livres : une categorie absente ou
           *>inconnue vaut livre/BD (taux de TVA reduit)
           MOVE champCategorieBib(1:2) TO categorieBiblio
           IF categorieBiblio NOT = "LI" AND
              categorieBiblio NOT = "FI" AND
              categorieBiblio NOT = "GO" AND
              categorieBiblio NOT = "JE" THEN
              MOVE "LI" TO categorieBiblio
           END-IF
           MOVE 0 TO idEditeurBiblio
           IF champEditeurBib NOT = SPACES THEN
              MOVE champEditeurBib TO nomEditeurSaisi
              PERFORM CHERCHER_EDITEUR_NOM
              IF editeurTrouve = 1 THEN
                 MOVE ed_id TO idEditeurBiblio
              END-IF
           END-IF
           OPEN I-O fnotices
           MOVE champIsbnBib TO nt_isbn
           READ fnotices KEY IS nt_isbn
              INVALID KEY MOVE 0 TO trouve
              NOT INVALID KEY MOVE 1 TO trouve
           END-READ
           MOVE champTitreBib TO nt_titre
           MOVE champAuteurBib TO nt_auteur
           MOVE champEditeurBib TO nt_editeur
           MOVE champSerieBib TO nt_serie
           MOVE 0 TO nt_tome
           IF champTomeBib NOT = SPACES THEN
              COMPUTE nt_tome = FUNCTION NUMVAL(champTomeBib)
           END-IF
           MOVE champFormatBib TO nt_format
           MOVE prixBiblio TO nt_prixPublic
           MOVE categorieBiblio TO nt_categorie
           MOVE champDateBib(1:8) TO nt_dateParution
           MOVE dateRapport(1:8) TO nt_dateFlux
           IF trouve = 1 THEN
              REWRITE tamp_fnotice
              END-REWRITE
           ELSE
              WRITE tamp_fnotice
              END-WRITE
           END-IF
           CLOSE fnotices.

      *>Cette méthode rapproche la notice de l'inventaire par ISBN :
      *>creation si l'ISBN est inconnu, mise a jour si la reference
      *>vient du flux, sinon la reference saisie sur place est
      *>laissee telle quelle et signalee
        RAPPROCHER_REFERENCE_BIBLIO.
           MOVE 0 TO trouve
           OPEN INPUT finventaire
           MOVE champIsbnBib TO fi_isbn
           START finventaire KEY IS = fi_isbn
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ finventaire NEXT
                    AT END CONTINUE
                    NOT AT END MOVE 1 TO trouve
                 END-READ
           END-START
           CLOSE finventaire
           IF trouve = 0 THEN
              PERFORM CREER_REFERENCE_BIBLIO
           ELSE
              IF REFERENCE_ISSUE_DU_FLUX THEN
                 PERFORM METTRE_A_JOUR_REFERENCE_BIBLIO
              ELSE
                 ADD 1 TO nbIgnoresBiblio END-ADD
                 MOVE SPACES TO ligneRapport
                 STRING "IGNORE  " DELIMITED BY SIZE
                        champIsbnBib DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fi_titre DELIMITED BY SIZE
                        " (saisie locale)" DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
              END-IF
           END-IF.

      *>Cette méthode cree la reference d'un ISBN inconnu de
      *>l'inventaire (quantite 0, commandable), marquee comme issue
      *>du flux
        CREER_REFERENCE_BIBLIO.
           PERFORM WITH TEST AFTER UNTIL trouve = 0
                   MOVE "REFERENCE" TO compteurNom
                   PERFORM OBTENIR_PROCHAIN_ID
                   MOVE prochainId TO idRef
                   PERFORM VERIF_ID_REF
           END-PERFORM
           MOVE idRef TO fi_id
           MOVE champTitreBib TO fi_titre
           MOVE champAuteurBib TO fi_auteur
           MOVE champSerieBib TO fi_serie
           MOVE champIsbnBib TO fi_isbn
           MOVE 0 TO fi_quantite
           MOVE prixBiblio TO fi_prix
           MOVE SPACES TO fi_emplacement
           MOVE "NE" TO fi_condition
           MOVE "N" TO fi_ratingMature
           MOVE categorieBiblio TO fi_categorie
           MOVE 0 TO fi_idConsignataire
           MOVE 0 TO fi_tauxCommission
           MOVE idEditeurBiblio TO fi_idEditeur
           MOVE "N" TO fi_saisieLocale
           PERFORM OUVRIR_IO_FINVENTAIRE
           WRITE tamp_finventaire
              INVALID KEY
                 ADD 1 TO nbErreursBiblio END-ADD
                 MOVE SPACES TO ligneRapport
                 STRING "ERREUR  " DELIMITED BY SIZE
                        champIsbnBib DELIMITED BY SIZE
                        " titre deja utilise : " DELIMITED BY SIZE
                        champTitreBib DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO nbCreesBiblio END-ADD
                 MOVE "IMPORTER_FLUX_BIBLIO" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "finventaire" TO journalFichier
                 MOVE fi_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
                 MOVE SPACES TO ligneRapport
                 STRING "CREE    " DELIMITED BY SIZE
                        champIsbnBib DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fi_titre DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
                 END-WRITE
           END-WRITE
           CLOSE finventaire.

      *>Cette méthode met a jour, d'apres la notice, la reference
      *>issue du flux presente dans le tampon finventaire. Un
      *>nouveau titre deja porte par une autre reference n'est pas
      *>repris (le titre est une cle unique)
        METTRE_A_JOUR_REFERENCE_BIBLIO.
           MOVE fi_id TO idRefBiblio
           MOVE 1 TO titreLibreBiblio
           IF champTitreBib NOT = fi_titre THEN
              OPEN INPUT finventaire
              MOVE champTitreBib TO fi_titre
              READ finventaire KEY IS fi_titre
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fi_id NOT = idRefBiblio THEN
                       MOVE 0 TO titreLibreBiblio
                    END-IF
              END-READ
              CLOSE finventaire
           END-IF
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE idRefBiblio TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY
                 ADD 1 TO nbErreursBiblio END-ADD
              NOT INVALID KEY
                 PERFORM APPLIQUER_NOTICE_REFERENCE
           END-READ
           CLOSE finventaire.

      *>Cette méthode reporte la notice sur la reference lue (fichier
      *>ouvert en I-O) et ne la reecrit que si un champ a change ;
      *>un changement de prix passe dans l'historique des prix
        APPLIQUER_NOTICE_REFERENCE.
           MOVE 0 TO referenceModifiee
           MOVE fi_prix TO ancienPrixHisto
           MOVE fi_prix TO nouveauPrix
           IF titreLibreBiblio = 1 AND champTitreBib NOT = fi_titre
              THEN
              MOVE champTitreBib TO fi_titre
              MOVE 1 TO referenceModifiee
           END-IF
           IF champAuteurBib NOT = fi_auteur THEN
              MOVE champAuteurBib TO fi_auteur
              MOVE 1 TO referenceModifiee
           END-IF
           IF champSerieBib NOT = fi_serie THEN
              MOVE champSerieBib TO fi_serie
              MOVE 1 TO referenceModifiee
           END-IF
           IF categorieBiblio NOT = fi_categorie THEN
              MOVE categorieBiblio TO fi_categorie
              MOVE 1 TO referenceModifiee
           END-IF
           IF idEditeurBiblio > 0 AND
              idEditeurBiblio NOT = fi_idEditeur THEN
              MOVE idEditeurBiblio TO fi_idEditeur
              MOVE 1 TO referenceModifiee
           END-IF
           IF prixBiblio NOT = fi_prix THEN
              MOVE prixBiblio TO fi_prix
              MOVE prixBiblio TO nouveauPrix
              MOVE 1 TO referenceModifiee
           END-IF
           IF referenceModifiee = 0 THEN
              ADD 1 TO nbIdentiquesBiblio END-ADD
           ELSE
              REWRITE tamp_finventaire
                 INVALID KEY
                    ADD 1 TO nbErreursBiblio END-ADD
                 NOT INVALID KEY
                    ADD 1 TO nbMajBiblio END-ADD
                    MOVE "IMPORTER_FLUX_BIBLIO" TO journalParagraphe
                    MOVE "MODIFICATION" TO journalOperation
                    MOVE "finventaire" TO journalFichier
                    MOVE fi_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
                    MOVE fi_titre TO titreHisto
                    MOVE fi_id TO idRefHisto
                    MOVE "IM" TO originePrixHisto
                    PERFORM ENREGISTRER_CHANGEMENT_PRIX
                    MOVE SPACES TO ligneRapport
                    STRING "MAJ     " DELIMITED BY SIZE
                           champIsbnBib DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           fi_titre DELIMITED BY SIZE
                           INTO ligneRapport
                    WRITE ligneRapport
                    END-WRITE
              END-REWRITE
           END-IF
           IF titreLibreBiblio = 0 THEN
              MOVE SPACES TO ligneRapport
              STRING "        titre du flux deja utilise : "
                     DELIMITED BY SIZE
                     champTitreBib DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode cherche la derniere notice recue pour l'ISBN
      *>saisi a la creation d'une reference et propose de la
      *>reprendre (noticeReprise a 1 si l'operateur accepte)
        PROPOSER_NOTICE_ISBN.
           MOVE 0 TO noticeReprise
           IF isbnReference NOT = SPACES THEN
              OPEN INPUT fnotices
              MOVE isbnReference TO nt_isbn
              READ fnotices KEY IS nt_isbn
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "Notice du flux (", nt_dateFlux, ") :"
                    DISPLAY "   ", nt_titre
                    DISPLAY "   ", nt_auteur, " - ", nt_editeur
                    DISPLAY "   Serie : ", nt_serie, " tome ",
                            nt_tome
                    DISPLAY "   Prix public : ", nt_prixPublic,
                            " - parution : ", nt_dateParution
                    MOVE SPACES TO reponseEditeur
                    PERFORM WITH TEST AFTER UNTIL
                        reponseEditeur = "O" OR reponseEditeur = "N"
                        DISPLAY "Reprendre la notice ? (O/N)"
                        ACCEPT reponseEditeur
                        INSPECT reponseEditeur CONVERTING "on" TO "ON"
                    END-PERFORM
                    IF reponseEditeur = "O" THEN
                       MOVE 1 TO noticeReprise
                    END-IF
              END-READ
              CLOSE fnotices
           END-IF.

      *>Cette méthode ouvre un rappel de produit : l'editeur retire
      *>un tirage (erreur d'impression, decision de justice, article
      *>dangereux) sur un titre ou sur une plage d'ISBN. Le rappel
      *>bloque aussitot les references visees en caisse, sur
      *>l'export du site et en transfert ; les mises de cote sont
      *>liberees, le stock de chaque magasin et les exemplaires hors
      *>rayon sont recenses, et chaque client qui a achete le tirage
      *>est prevenu du remede propose
        OUVRIR_RAPPEL_PRODUIT.
           MOVE SPACES TO tamp_frappel
           MOVE SPACES TO typeCibleRappel
           PERFORM WITH TEST AFTER UNTIL
               typeCibleRappel = "T" OR typeCibleRappel = "I"
               DISPLAY "Rappel d'un titre (T) ou d'une plage"
               DISPLAY "d'ISBN (I) ?"
               ACCEPT typeCibleRappel
               INSPECT typeCibleRappel CONVERTING "ti" TO "TI"
           END-PERFORM
           MOVE typeCibleRappel TO rp_typeCible
           MOVE 0 TO rp_idRef
           IF RAPPEL_TITRE THEN
              MOVE 0 TO trouveVente
              PERFORM WITH TEST AFTER UNTIL trouveVente = 1
                   PERFORM RESOUDRE_TITRE_ISBN
                   IF saisieParTitre = 1 THEN
                      DISPLAY "Entrez le titre rappele :"
                      ACCEPT titreRef
                      OPEN INPUT finventaire
                      MOVE titreRef TO fi_titre
                      READ finventaire KEY IS fi_titre
                         INVALID KEY
                            DISPLAY "Ce titre n'existe pas"
                         NOT INVALID KEY MOVE 1 TO trouveVente
                      END-READ
                      CLOSE finventaire
                   ELSE
                      MOVE trouve TO trouveVente
                   END-IF
              END-PERFORM
              MOVE titreRef TO rp_titre
           ELSE
              PERFORM WITH TEST AFTER UNTIL rp_isbnDebut NOT = SPACES
                   DISPLAY "Premier ISBN de la plage rappelee"
                   ACCEPT rp_isbnDebut
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL
                   rp_isbnFin NOT < rp_isbnDebut
                   DISPLAY "Dernier ISBN de la plage rappelee"
                   DISPLAY "(ENTREE pour le seul premier ISBN)"
                   ACCEPT rp_isbnFin
                   IF rp_isbnFin = SPACES THEN
                      MOVE rp_isbnDebut TO rp_isbnFin
                   END-IF
              END-PERFORM
           END-IF
           PERFORM CHARGER_REFS_RAPPEL
           IF nbRefsRappel = 0 THEN
              DISPLAY "Aucune reference de l'inventaire n'est visee"
              DISPLAY "Rappel non enregistre"
           ELSE
              IF RAPPEL_TITRE THEN
                 MOVE rfrId(1) TO rp_idRef
              END-IF
              PERFORM WITH TEST AFTER UNTIL
                  RAPPEL_ERREUR_IMPRESSION OR RAPPEL_DECISION_JUSTICE
                  OR RAPPEL_ARTICLE_DANGEREUX OR RAPPEL_AUTRE_MOTIF
                  DISPLAY "Motif : erreur d'impression (EI), decision"
                  DISPLAY "de justice (DJ), article dangereux (AD),"
                  DISPLAY "autre (AU)"
                  ACCEPT rp_motif
                  INSPECT rp_motif CONVERTING "abdeiju" TO "ABDEIJU"
              END-PERFORM
              DISPLAY "Libelle du rappel (reference de l'editeur)"
              ACCEPT rp_libelle
              PERFORM WITH TEST AFTER UNTIL rp_remede NOT = SPACES
                  DISPLAY "Remede propose aux clients (echange,"
                  DISPLAY "remboursement...)"
                  ACCEPT rp_remede
              END-PERFORM
              DISPLAY nbRefsRappel, " reference(s) visee(s)"
              MOVE SPACES TO reponseRappel
              PERFORM WITH TEST AFTER UNTIL
                  reponseRappel = "O" OR reponseRappel = "N"
                  DISPLAY "Ouvrir le rappel et bloquer ces references"
                  DISPLAY "? (O/N)"
                  ACCEPT reponseRappel
                  INSPECT reponseRappel CONVERTING "on" TO "ON"
              END-PERFORM
              IF reponseRappel = "O" THEN
                 PERFORM ENREGISTRER_RAPPEL_PRODUIT
              ELSE
                 DISPLAY "Rappel abandonne"
              END-IF
           END-IF.

      *>Cette méthode enregistre le rappel prepare dans le tampon
      *>frappels, puis libere les mises de cote, retire les annonces
      *>de la place de marche, recense le stock et previent les
      *>clients ; le rapport du rappel en rend compte
        ENREGISTRER_RAPPEL_PRODUIT.
           MOVE "RAPPEL" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idRappel
           MOVE idRappel TO rp_id
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO rp_dateOuverture
           MOVE idEmploye TO rp_employe
           MOVE 0 TO rp_nbClientsPrevenus
           MOVE "O" TO rp_statut
           MOVE SPACES TO rp_dateCloture
           MOVE "N" TO rp_toutJustifie
           OPEN I-O frappels
           WRITE tamp_frappel
              INVALID KEY DISPLAY "ERREUR : rappel non enregistre"
           END-WRITE
           CLOSE frappels
           DISPLAY "Rappel ", idRappel, " ouvert : references"
           DISPLAY "bloquees en caisse, sur le site et en transfert"
           MOVE "OUVRIR_RAPPEL_PRODUIT" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "frappels" TO journalFichier
           MOVE idRappel TO journalCle
           PERFORM ENREGISTRER_JOURNAL
           PERFORM LIBERER_RESERVATIONS_RAPPEL
           PERFORM RETIRER_ANNONCES_RAPPEL
           MOVE 1 TO notifierPretsRappel
           PERFORM COMPTER_HORS_RAYON_RAPPEL
           PERFORM RECENSER_STOCK_RAPPEL
           PERFORM PREVENIR_ACHETEURS_RAPPEL
           PERFORM ECRIRE_LIGNES_TITRE_RAPPEL
           OPEN I-O frappels
           MOVE idRappel TO rp_id
           READ frappels KEY IS rp_id
              NOT INVALID KEY
                 MOVE nbClientsRappel TO rp_nbClientsPrevenus
                 REWRITE tamp_frappel
                 END-REWRITE
           END-READ
           CLOSE frappels
           DISPLAY "Clients prevenus : ", nbClientsRappel
           PERFORM EDITER_RAPPORT_RAPPEL.

      *>Cette méthode dresse la table des references visees par le
      *>rappel du tampon frappels : le titre rappele, ou chaque
      *>reference dont l'ISBN tombe dans la plage. La quantite d'un
      *>titre en consigne (stock du deposant) y est notee a part
        CHARGER_REFS_RAPPEL.
           INITIALIZE tableRefsRappel
           MOVE 0 TO nbRefsRappel
           MOVE 1 TO WfinRappel
           OPEN INPUT finventaire
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ finventaire NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF (RAPPEL_TITRE AND
                       ((rp_idRef NOT = 0 AND fi_id = rp_idRef) OR
                        (rp_idRef = 0 AND fi_titre = rp_titre)))
                      OR
                      (RAPPEL_PLAGE_ISBN AND fi_isbn NOT = SPACES
                       AND fi_isbn NOT < rp_isbnDebut
                       AND fi_isbn NOT > rp_isbnFin) THEN
                      IF nbRefsRappel < MAX_REFS_RAPPEL THEN
                         ADD 1 TO nbRefsRappel END-ADD
                         MOVE fi_id TO rfrId(nbRefsRappel)
                         MOVE fi_titre TO rfrTitre(nbRefsRappel)
                         IF fi_idConsignataire > 0 THEN
                            MOVE fi_quantite TO
                                 rfrConsigne(nbRefsRappel)
                         END-IF
                      ELSE
                         DISPLAY "Table du rappel pleine, reference "
                                 fi_id, " ignoree"
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE finventaire.

      *>Cette méthode retrouve dans la table du rappel la reference
      *>idRefControleRappel, ou a defaut le titre titreIdRef pour
      *>les anciens enregistrements sans id ; idxRefRappel ressort a
      *>0 si la reference n'est pas visee
        TROUVER_REF_RAPPEL.
           MOVE 0 TO idxRefRappel
           PERFORM VARYING idxRechRappel FROM 1 BY 1
                   UNTIL idxRechRappel > nbRefsRappel
                      OR idxRefRappel > 0
               IF (idRefControleRappel NOT = 0 AND
                   rfrId(idxRechRappel) = idRefControleRappel) OR
                  (idRefControleRappel = 0 AND
                   rfrTitre(idxRechRappel) = titreIdRef) THEN
                  MOVE idxRechRappel TO idxRefRappel
               END-IF
           END-PERFORM.

      *>Cette méthode libere les mises de cote actives des titres
      *>rappeles : l'exemplaire revient au stock (il partira avec le
      *>retour fournisseur), un prepaiement web est inscrit a
      *>rembourser et le client est prevenu du rappel
        LIBERER_RESERVATIONS_RAPPEL.
           MOVE 1 TO WfinRappel
           OPEN I-O freservations
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ freservations NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF RESERVATION_ACTIVE THEN
                      MOVE rs_idRef TO idRefControleRappel
                      MOVE rs_titreComics TO titreIdRef
                      PERFORM TROUVER_REF_RAPPEL
                      IF idxRefRappel > 0 THEN
                         MOVE 2 TO rs_statut
                         REWRITE tamp_freservation
                            NOT INVALID KEY
                               ADD 1 TO rfrReservees(idxRefRappel)
                                   END-ADD
                               MOVE rs_titreComics TO titreRef
                               MOVE rs_idRef TO idArticleRef
                               MOVE 1 TO quantiteRestaur
                               PERFORM RESTITUER_STOCK_RESERVATION
                               IF rs_idPrepaiement > 0 THEN
                                  PERFORM INSCRIRE_REMBOURSEMENT_WEB
                               END-IF
                               MOVE rs_client TO idClientRappel
                               PERFORM PREVENIR_CLIENT_RAPPEL
                               MOVE "OUVRIR_RAPPEL_PRODUIT" TO
                                    journalParagraphe
                               MOVE "MODIFICATION" TO journalOperation
                               MOVE "freservations" TO journalFichier
                               MOVE rs_id TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                         END-REWRITE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freservations.

      *>Cette méthode termine les annonces en ligne sur la place de
      *>marche des references rappelees. L'exemplaire ne revient pas
      *>au rayon : il rentre dans le stock du titre (mouvement
      *>RETANNONCE) marque rappele, et part avec le retour
      *>fournisseur du rappel. Le rapport du rappel liste ces
      *>annonces, a retirer aussi sur la place de marche
        RETIRER_ANNONCES_RAPPEL.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourAnnonce
           MOVE 0 TO nbAnnoncesLiberees
           MOVE 1 TO WfinRappel
           OPEN I-O fannonces
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ fannonces NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF ANNONCE_EN_LIGNE THEN
                      PERFORM RETIRER_ANNONCE_RAPPEL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fannonces
           IF nbAnnoncesLiberees > 0 THEN
              DISPLAY "Annonces retirees de la place de marche : ",
                      nbAnnoncesLiberees
           END-IF.

      *>Cette méthode termine l'annonce du tampon tamp_fannonce
      *>(fannonces ouvert en entree-sortie par l'appelant) si son
      *>exemplaire est d'une reference du rappel
        RETIRER_ANNONCE_RAPPEL.
           MOVE 0 TO idxRefRappel
           MOVE 0 TO annonceRetenue
           OPEN I-O fexemplaires
           MOVE an_idExemplaire TO fe_id
           READ fexemplaires KEY IS fe_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE fe_idRef TO idRefControleRappel
                 MOVE fe_titre TO titreIdRef
                 PERFORM TROUVER_REF_RAPPEL
                 IF idxRefRappel > 0 AND EXEMPLAIRE_EN_ANNONCE THEN
                    MOVE 5 TO fe_statut
                    REWRITE tamp_fexemplaire
                       NOT INVALID KEY MOVE 1 TO annonceRetenue
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE fexemplaires
           IF annonceRetenue = 1 THEN
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE fe_idRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO fi_quantite END-ADD
                    REWRITE tamp_finventaire
                    END-REWRITE
              END-READ
              CLOSE finventaire
              MOVE fe_titre TO mouvStockTitre
              MOVE fe_idRef TO mouvStockIdRef
              MOVE 1 TO mouvStockQuantite
              MOVE "RETANNONCE" TO mouvStockMotif
              MOVE an_id TO mouvStockReference
              PERFORM ENREGISTRER_MOUVEMENT_STOCK
           END-IF
           IF idxRefRappel > 0 THEN
              MOVE 2 TO an_statut
              MOVE dateJourAnnonce TO an_dateCloture
              REWRITE tamp_fannonce
              END-REWRITE
              ADD 1 TO nbAnnoncesLiberees END-ADD
              MOVE "OUVRIR_RAPPEL_PRODUIT" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fannonces" TO journalFichier
              MOVE an_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode compte, pour chaque reference du rappel, les
      *>exemplaires hors rayon : pretes a un client, partis en
      *>gradation, en annonce sur la place de marche, ou en transit
      *>entre magasins. A l'ouverture du rappel (notifierPretsRappel
      *>a 1), l'emprunteur est prie de rapporter son exemplaire
        COMPTER_HORS_RAYON_RAPPEL.
           PERFORM VARYING idxRefRappel FROM 1 BY 1
                   UNTIL idxRefRappel > nbRefsRappel
               MOVE 0 TO rfrPrets(idxRefRappel)
               MOVE 0 TO rfrGradations(idxRefRappel)
               MOVE 0 TO rfrTransit(idxRefRappel)
               MOVE 0 TO rfrAnnonces(idxRefRappel)
           END-PERFORM
           MOVE 1 TO WfinRappel
           OPEN INPUT fprets
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ fprets NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF PRET_EN_COURS THEN
                      MOVE pr_idRef TO idRefControleRappel
                      MOVE pr_titre TO titreIdRef
                      PERFORM TROUVER_REF_RAPPEL
                      IF idxRefRappel > 0 THEN
                         ADD 1 TO rfrPrets(idxRefRappel) END-ADD
                         IF notifierPretsRappel = 1 THEN
                            MOVE pr_client TO nb_client
                            MOVE SPACES TO nb_mail
                            MOVE "RAPPEL D'UN TITRE PRETE" TO nb_objet
                            MOVE SPACES TO nb_texte
                            STRING "Merci de rapporter " DELIMITED BY
                                   SIZE
                                   pr_titre DELIMITED BY "  "
                                   " (pret " DELIMITED BY SIZE
                                   pr_id DELIMITED BY SIZE
                                   "), rappele par l'editeur"
                                   DELIMITED BY SIZE
                                   INTO nb_texte
                            PERFORM DEPOSER_NOTIFICATION
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprets
           MOVE 1 TO WfinRappel
           OPEN INPUT fexemplaires
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF EXEMPLAIRE_EN_GRADATION OR
                      EXEMPLAIRE_EN_ANNONCE THEN
                      MOVE fe_idRef TO idRefControleRappel
                      MOVE fe_titre TO titreIdRef
                      PERFORM TROUVER_REF_RAPPEL
                      IF idxRefRappel > 0 THEN
                         IF EXEMPLAIRE_EN_GRADATION THEN
                            ADD 1 TO rfrGradations(idxRefRappel)
                                END-ADD
                         ELSE
                            ADD 1 TO rfrAnnonces(idxRefRappel)
                                END-ADD
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexemplaires
           MOVE 1 TO WfinRappel
           OPEN INPUT ftransferts
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ ftransferts NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF TRANSFERT_EN_TRANSIT THEN
                      MOVE tr_idRef TO idRefControleRappel
                      MOVE tr_titreComics TO titreIdRef
                      PERFORM TROUVER_REF_RAPPEL
                      IF idxRefRappel > 0 THEN
                         ADD tr_quantite TO rfrTransit(idxRefRappel)
                             END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ftransferts.

      *>Cette méthode fige le stock de chaque magasin pour les
      *>references du rappel (une ligne de recensement par reference
      *>et par magasin qui en detient)
        RECENSER_STOCK_RAPPEL.
           MOVE 1 TO WfinRappel
           OPEN INPUT fstocksMagasin
           OPEN I-O frappelsLignes
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   MOVE sm_idRef TO idRefControleRappel
                   MOVE sm_titre TO titreIdRef
                   PERFORM TROUVER_REF_RAPPEL
                   IF idxRefRappel > 0 AND sm_quantite NOT = 0 THEN
                      INITIALIZE tamp_frappelLigne
                      MOVE idRappel TO rpl_idRappel
                      MOVE rfrId(idxRefRappel) TO rpl_idRef
                      MOVE sm_magasin TO rpl_magasin
                      MOVE rfrTitre(idxRefRappel) TO rpl_titre
                      MOVE sm_quantite TO rpl_qteTrouvee
                      WRITE tamp_frappelLigne
                      END-WRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frappelsLignes
           CLOSE fstocksMagasin.

      *>Cette méthode retrouve dans les lignes de ventes, en cours
      *>et archivees, chaque vente aboutie d'une reference rappelee
      *>et previent une seule fois chaque client acheteur ; les
      *>lignes de chaque reference sont lues par la cle titre
        PREVENIR_ACHETEURS_RAPPEL.
           MOVE 0 TO nbClientsRappel
           INITIALIZE tableClientsRappel
           PERFORM VARYING idxTitreRappel FROM 1 BY 1
                   UNTIL idxTitreRappel > nbRefsRappel
               PERFORM PREVENIR_ACHETEURS_TITRE_RAPPEL
           END-PERFORM.

      *>Cette méthode traite les lignes de vente du titre de la
      *>reference idxTitreRappel du rappel
        PREVENIR_ACHETEURS_TITRE_RAPPEL.
           MOVE 1 TO WfinRappel
           OPEN INPUT fventesLignes
           MOVE rfrId(idxTitreRappel) TO fvl_idRef
           START fventesLignes KEY IS = fvl_idRef
              INVALID KEY MOVE 0 TO WfinRappel
           END-START
           PERFORM UNTIL WfinRappel = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF fvl_idRef NOT = rfrId(idxTitreRappel) THEN
                      MOVE 0 TO WfinRappel
                   ELSE
                      MOVE fvl_idRef TO idRefControleRappel
                      MOVE fvl_titreComics TO titreIdRef
                      PERFORM TROUVER_REF_RAPPEL
                      IF idxRefRappel > 0 THEN
                         PERFORM LIRE_VENTE_RAPPEL
                         IF venteRappelTrouvee = 1 AND
                            (statutVenteRappel = 0 OR
                             statutVenteRappel = 3) THEN
                            ADD fvl_quantite TO
                                rfrVendues(idxRefRappel) END-ADD
                            IF idClientRappel > 0 THEN
                               PERFORM PREVENIR_CLIENT_RAPPEL
                            END-IF
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesLignes.

      *>Cette méthode donne le statut et le client de la vente de la
      *>ligne fvl_idVente, cherchee dans les ventes puis dans
      *>l'archive
        LIRE_VENTE_RAPPEL.
           MOVE 0 TO venteRappelTrouvee
           MOVE 0 TO idClientRappel
           OPEN INPUT fventes
           MOVE fvl_idVente TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO venteRappelTrouvee
                 MOVE fv_statut TO statutVenteRappel
                 MOVE fv_client TO idClientRappel
           END-READ
           CLOSE fventes
           IF venteRappelTrouvee = 0 THEN
              OPEN INPUT fventesArchive
              MOVE fvl_idVente TO fva_id
              READ fventesArchive KEY IS fva_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO venteRappelTrouvee
                    MOVE fva_statut TO statutVenteRappel
                    MOVE fva_client TO idClientRappel
              END-READ
              CLOSE fventesArchive
           END-IF.

      *>Cette méthode previent le client idClientRappel du rappel et
      *>du remede propose, sauf s'il l'a deja ete pour ce rappel ;
      *>l'avis de securite n'est pas un message commercial et part
      *>sans condition de consentement
        PREVENIR_CLIENT_RAPPEL.
           MOVE 0 TO clientDejaPrevenu
           PERFORM VARYING idxClientRappel FROM 1 BY 1
                   UNTIL idxClientRappel > nbClientsRappel
                      OR clientDejaPrevenu = 1
               IF clientRappel(idxClientRappel) = idClientRappel THEN
                  MOVE 1 TO clientDejaPrevenu
               END-IF
           END-PERFORM
           IF clientDejaPrevenu = 0 THEN
              IF nbClientsRappel < MAX_CLIENTS_RAPPEL THEN
                 ADD 1 TO nbClientsRappel END-ADD
                 MOVE idClientRappel TO clientRappel(nbClientsRappel)
              END-IF
              ADD 1 TO rfrClients(idxRefRappel) END-ADD
              MOVE idClientRappel TO nb_client
              MOVE SPACES TO nb_mail
              MOVE "RAPPEL PRODUIT" TO nb_objet
              MOVE SPACES TO nb_texte
              STRING rfrTitre(idxRefRappel) DELIMITED BY "  "
                     " rappele. " DELIMITED BY SIZE
                     rp_remede DELIMITED BY "  "
                     INTO nb_texte
              PERFORM DEPOSER_NOTIFICATION
           END-IF.

      *>Cette méthode ecrit, pour chaque reference du rappel, la
      *>ligne de recensement du magasin blanc : exemplaires hors
      *>rayon au rappel, ventes passees et clients prevenus
        ECRIRE_LIGNES_TITRE_RAPPEL.
           OPEN I-O frappelsLignes
           PERFORM VARYING idxRefRappel FROM 1 BY 1
                   UNTIL idxRefRappel > nbRefsRappel
               INITIALIZE tamp_frappelLigne
               MOVE idRappel TO rpl_idRappel
               MOVE rfrId(idxRefRappel) TO rpl_idRef
               MOVE SPACES TO rpl_magasin
               MOVE rfrTitre(idxRefRappel) TO rpl_titre
               MOVE rfrReservees(idxRefRappel) TO rpl_qteReservee
               MOVE rfrPrets(idxRefRappel) TO rpl_qtePret
               MOVE rfrGradations(idxRefRappel) TO rpl_qteGradation
               MOVE rfrConsigne(idxRefRappel) TO rpl_qteConsigne
               MOVE rfrTransit(idxRefRappel) TO rpl_qteTransit
               MOVE rfrVendues(idxRefRappel) TO rpl_qteVendue
               MOVE rfrClients(idxRefRappel) TO rpl_nbClients
               WRITE tamp_frappelLigne
               END-WRITE
           END-PERFORM
           CLOSE frappelsLignes.

      *>Cette méthode lit le rappel idRappel dans le tampon frappels
      *>(trouveRappel a 0 s'il est inconnu)
        LIRE_RAPPEL_PRODUIT.
           MOVE 0 TO trouveRappel
           OPEN INPUT frappels
           MOVE idRappel TO rp_id
           READ frappels KEY IS rp_id
              INVALID KEY DISPLAY "Rappel inconnu"
              NOT INVALID KEY MOVE 1 TO trouveRappel
           END-READ
           CLOSE frappels.

      *>Cette méthode indique si la reference idRefControleRappel
      *>(ou son ISBN isbnControleRappel) est visee par un rappel
      *>ouvert : titreRappele ressort a 1 et idRappelBloquant porte
      *>le numero du rappel
        VERIFIER_RAPPEL_REFERENCE.
           MOVE 0 TO titreRappele
           MOVE 0 TO idRappelBloquant
           MOVE 1 TO WfinRappel2
           OPEN INPUT frappels
           PERFORM WITH TEST AFTER UNTIL WfinRappel2 = 0
               READ frappels NEXT
               AT END MOVE 0 TO WfinRappel2
               NOT AT END
                   IF RAPPEL_OUVERT THEN
                      IF (RAPPEL_TITRE AND idRefControleRappel > 0
                          AND rp_idRef = idRefControleRappel) OR
                         (RAPPEL_PLAGE_ISBN AND
                          isbnControleRappel NOT = SPACES AND
                          isbnControleRappel NOT < rp_isbnDebut AND
                          isbnControleRappel NOT > rp_isbnFin) THEN
                         MOVE 1 TO titreRappele
                         MOVE rp_id TO idRappelBloquant
                         MOVE 0 TO WfinRappel2
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frappels.

      *>Cette méthode refuse la remise ou l'envoi du titre titreRef
      *>(article d'id idArticleRef) quand il est vise par un rappel
      *>ouvert : aucune derogation ne laisse passer un tirage
      *>rappele ; venteAnnulee ressort a 1 dans ce cas
        CONTROLER_RAPPEL_VENTE.
           OPEN INPUT finventaire
           MOVE idArticleRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY
                 MOVE 0 TO idRefControleRappel
                 MOVE SPACES TO isbnControleRappel
              NOT INVALID KEY
                 MOVE fi_id TO idRefControleRappel
                 MOVE fi_isbn TO isbnControleRappel
           END-READ
           CLOSE finventaire
           PERFORM VERIFIER_RAPPEL_REFERENCE
           IF titreRappele = 1 THEN
              DISPLAY "Titre vise par le rappel produit n. ",
                      idRappelBloquant
              DISPLAY "Il est retire de la vente et ne peut pas sortir"
              MOVE 1 TO venteAnnulee
           END-IF.

      *>Cette méthode retourne au fournisseur, par le circuit de
      *>RETOURNER_FOURNISSEUR, tout le stock rappele detenu par le
      *>magasin du poste : un avoir attendu par reference, les
      *>couches de cout et les exemplaires individualises suivant.
      *>Le stock en consigne appartient au deposant et lui est rendu
      *>a part
        RETOURNER_STOCK_RAPPEL.
           DISPLAY "Entrez le numero du rappel"
           ACCEPT idRappel
           PERFORM LIRE_RAPPEL_PRODUIT
           IF trouveRappel = 1 AND RAPPEL_CLOS THEN
              DISPLAY "Ce rappel est clos"
              MOVE 0 TO trouveRappel
           END-IF
           IF trouveRappel = 1 THEN
              PERFORM CHARGER_REFS_RAPPEL
              MOVE SPACES TO reponseRappel
              PERFORM WITH TEST AFTER UNTIL
                  reponseRappel = "O" OR reponseRappel = "N"
                  DISPLAY "Retourner au fournisseur tout le stock"
                  DISPLAY "rappele du magasin ", codeMagasin,
                          " ? (O/N)"
                  ACCEPT reponseRappel
                  INSPECT reponseRappel CONVERTING "on" TO "ON"
              END-PERFORM
              IF reponseRappel = "O" THEN
                 MOVE 0 TO nbRetoursRappel
                 MOVE 0 TO totalRetourneRappel
                 PERFORM VARYING idxRefRappel FROM 1 BY 1
                         UNTIL idxRefRappel > nbRefsRappel
                     PERFORM RETOURNER_REF_RAPPEL
                 END-PERFORM
                 DISPLAY "References retournees : ", nbRetoursRappel
                 DISPLAY "Exemplaires retournes : ",
                         totalRetourneRappel
              END-IF
           END-IF.

      *>Cette méthode retourne le stock du magasin du poste pour la
      *>reference idxRefRappel du rappel
        RETOURNER_REF_RAPPEL.
           MOVE 0 TO qteMagasinRappel
           OPEN INPUT fstocksMagasin
           MOVE codeMagasin TO sm_magasin
           MOVE rfrId(idxRefRappel) TO sm_idRef
           READ fstocksMagasin KEY IS sm_cle
              INVALID KEY MOVE 0 TO qteMagasinRappel
              NOT INVALID KEY MOVE sm_quantite TO qteMagasinRappel
           END-READ
           CLOSE fstocksMagasin
           MOVE 0 TO qteRetour
           IF qteMagasinRappel > 0 THEN
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE rfrId(idxRefRappel) TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY
                    DISPLAY "Reference ", rfrId(idxRefRappel),
                            " introuvable"
                 NOT INVALID KEY
                    IF fi_idConsignataire > 0 THEN
                       DISPLAY fi_titre, " : stock en consigne, a"
                       DISPLAY "rendre au deposant ",
                               fi_idConsignataire
                    ELSE
                       MOVE qteMagasinRappel TO qteRetour
                       IF qteRetour > fi_quantite THEN
                          MOVE fi_quantite TO qteRetour
                       END-IF
                       IF qteRetour > 0 THEN
                          PERFORM TROUVER_FOURNISSEUR_RETOUR
                          PERFORM EFFECTUER_RETOUR_FOURNISSEUR
                       END-IF
                    END-IF
              END-READ
              CLOSE finventaire
           END-IF
           IF qteRetour > 0 THEN
              ADD 1 TO nbRetoursRappel END-ADD
              ADD qteRetour TO totalRetourneRappel END-ADD
              MOVE rfrTitre(idxRefRappel) TO titreRef
              MOVE rfrId(idxRefRappel) TO idArticleRef
              MOVE qteRetour TO quantiteLigne
              PERFORM CONSOMMER_COUCHES_COUT
              PERFORM MARQUER_EXEMPLAIRES_RAPPEL
              OPEN I-O frappelsLignes
              MOVE idRappel TO rpl_idRappel
              MOVE rfrId(idxRefRappel) TO rpl_idRef
              MOVE codeMagasin TO rpl_magasin
              READ frappelsLignes KEY IS rpl_cle
                 INVALID KEY
                    INITIALIZE tamp_frappelLigne
                    MOVE idRappel TO rpl_idRappel
                    MOVE rfrId(idxRefRappel) TO rpl_idRef
                    MOVE codeMagasin TO rpl_magasin
                    MOVE rfrTitre(idxRefRappel) TO rpl_titre
                    MOVE qteRetour TO rpl_qteRetournee
                    WRITE tamp_frappelLigne
                    END-WRITE
                 NOT INVALID KEY
                    ADD qteRetour TO rpl_qteRetournee END-ADD
                    REWRITE tamp_frappelLigne
                    END-REWRITE
              END-READ
              CLOSE frappelsLignes
              MOVE "RETOURNER_STOCK_RAPPEL" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "frappelsLignes" TO journalFichier
              MOVE idRappel TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode sort de la disponibilite, a hauteur de la
      *>quantite retournee, les exemplaires individualises en stock
      *>de la reference rappelee
        MARQUER_EXEMPLAIRES_RAPPEL.
           MOVE 0 TO qteMarqueeRappel
           MOVE 1 TO WfinRappel
           OPEN I-O fexemplaires
           MOVE rfrId(idxRefRappel) TO fe_idRef
           START fexemplaires KEY IS = fe_idRef
              INVALID KEY MOVE 0 TO WfinRappel
           END-START
           PERFORM UNTIL WfinRappel = 0
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   IF fe_idRef NOT = rfrId(idxRefRappel) OR
                      qteMarqueeRappel NOT < qteRetour THEN
                      MOVE 0 TO WfinRappel
                   ELSE
                      IF EXEMPLAIRE_EN_STOCK THEN
                         MOVE 5 TO fe_statut
                         REWRITE tamp_fexemplaire
                         END-REWRITE
                         ADD 1 TO qteMarqueeRappel END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexemplaires.

      *>Cette méthode edite l'etat d'un rappel
        AFFICHER_ETAT_RAPPEL.
           DISPLAY "Entrez le numero du rappel"
           ACCEPT idRappel
           PERFORM LIRE_RAPPEL_PRODUIT
           IF trouveRappel = 1 THEN
              PERFORM CHARGER_REFS_RAPPEL
              PERFORM EDITER_RAPPORT_RAPPEL
           END-IF.

      *>Cette méthode clot un rappel apres le rapport de cloture :
      *>quand des exemplaires restent non justifies, la cloture doit
      *>etre confirmee. Le rappel clos ne bloque plus les references
        CLOTURER_RAPPEL_PRODUIT.
           DISPLAY "Entrez le numero du rappel a clore"
           ACCEPT idRappel
           PERFORM LIRE_RAPPEL_PRODUIT
           IF trouveRappel = 1 AND RAPPEL_CLOS THEN
              DISPLAY "Ce rappel est deja clos"
              MOVE 0 TO trouveRappel
           END-IF
           IF trouveRappel = 1 THEN
              PERFORM CHARGER_REFS_RAPPEL
              PERFORM EDITER_RAPPORT_RAPPEL
              MOVE "O" TO reponseRappel
              IF totalResteRappel NOT = 0 OR
                 totalHorsRayonRappel NOT = 0 THEN
                 MOVE SPACES TO reponseRappel
                 PERFORM WITH TEST AFTER UNTIL
                     reponseRappel = "O" OR reponseRappel = "N"
                     DISPLAY "Des exemplaires ne sont pas justifies."
                     DISPLAY "Clore quand meme ? (O/N)"
                     ACCEPT reponseRappel
                     INSPECT reponseRappel CONVERTING "on" TO "ON"
                 END-PERFORM
              END-IF
              IF reponseRappel = "O" THEN
                 OPEN I-O frappels
                 MOVE idRappel TO rp_id
                 READ frappels KEY IS rp_id
                    NOT INVALID KEY
                       MOVE "C" TO rp_statut
                       MOVE FUNCTION CURRENT-DATE TO dateRapport
                       MOVE dateRapport(1:8) TO rp_dateCloture
                       IF totalResteRappel = 0 AND
                          totalHorsRayonRappel = 0 THEN
                          MOVE "O" TO rp_toutJustifie
                       ELSE
                          MOVE "N" TO rp_toutJustifie
                       END-IF
                       REWRITE tamp_frappel
                       END-REWRITE
                 END-READ
                 CLOSE frappels
                 DISPLAY "Rappel ", idRappel, " clos"
                 MOVE "CLOTURER_RAPPEL_PRODUIT" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "frappels" TO journalFichier
                 MOVE idRappel TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              ELSE
                 DISPLAY "Rappel laisse ouvert"
              END-IF
           END-IF.

      *>Cette méthode ecrit le rapport RAPPEL-<id>.TXT du rappel du
      *>tampon frappels (table des references chargee) : stock de
      *>chaque magasin trouve au rappel, retourne et restant ;
      *>exemplaires hors rayon au rappel et aujourd'hui ; annonces
      *>de la place de marche a retirer ; ventes
      *>passees et clients prevenus ; puis la conclusion, tous les
      *>exemplaires justifies ou non
        EDITER_RAPPORT_RAPPEL.
           MOVE rp_id TO idRappel
           MOVE 0 TO notifierPretsRappel
           PERFORM COMPTER_HORS_RAYON_RAPPEL
           MOVE 0 TO totalTrouveRappel
           MOVE 0 TO totalRetourneRappel
           MOVE 0 TO totalResteRappel
           MOVE 0 TO totalHorsRayonRappel
           MOVE 0 TO totalVenduRappel
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "RAPPEL-" DELIMITED BY SIZE
                  rp_id DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Rappel produit n. " DELIMITED BY SIZE
                  rp_id DELIMITED BY SIZE
                  " ouvert le " DELIMITED BY SIZE
                  rp_dateOuverture DELIMITED BY SIZE
                  " - motif " DELIMITED BY SIZE
                  rp_motif DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           IF RAPPEL_TITRE THEN
              STRING "Titre : " DELIMITED BY SIZE
                     rp_titre DELIMITED BY "  "
                     INTO ligneRapport
           ELSE
              STRING "ISBN du " DELIMITED BY SIZE
                     rp_isbnDebut DELIMITED BY SIZE
                     " au " DELIMITED BY SIZE
                     rp_isbnFin DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Libelle : " DELIMITED BY SIZE
                  rp_libelle DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Remede : " DELIMITED BY SIZE
                  rp_remede DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           IF RAPPEL_CLOS THEN
              STRING "Statut : clos le " DELIMITED BY SIZE
                     rp_dateCloture DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING "Statut : ouvert - etat au " DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "--- STOCK PAR MAGASIN ---" TO ligneRapport
           WRITE ligneRapport
           MOVE "Magasin;Titre;Trouve au rappel;Retourne;Reste"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinRappel
           OPEN INPUT fstocksMagasin
           OPEN INPUT frappelsLignes
           PERFORM WITH TEST AFTER UNTIL WfinRappel = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinRappel
               NOT AT END
                   MOVE sm_idRef TO idRefControleRappel
                   MOVE sm_titre TO titreIdRef
                   PERFORM TROUVER_REF_RAPPEL
                   IF idxRefRappel > 0 THEN
                      PERFORM EDITER_STOCK_MAGASIN_RAPPEL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstocksMagasin
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "--- EXEMPLAIRES HORS RAYON ---" TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Titre;Reserves liberes;Pret;Gradation;Transit;"
                  DELIMITED BY SIZE
                  "Consigne;En annonce" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "(au rappel / aujourd'hui)" TO ligneRapport
           WRITE ligneRapport
           PERFORM VARYING idxRefRappel FROM 1 BY 1
                   UNTIL idxRefRappel > nbRefsRappel
               PERFORM EDITER_HORS_RAYON_RAPPEL
           END-PERFORM
           CLOSE frappelsLignes
           PERFORM EDITER_ANNONCES_RAPPEL
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE totalTrouveRappel TO qteEditeRappel
           MOVE totalRetourneRappel TO qteEditeRappel2
           MOVE totalResteRappel TO qteEditeRappel3
           MOVE SPACES TO ligneRapport
           STRING "Total trouve : " DELIMITED BY SIZE
                  qteEditeRappel DELIMITED BY SIZE
                  " - retourne : " DELIMITED BY SIZE
                  qteEditeRappel2 DELIMITED BY SIZE
                  " - reste en rayon : " DELIMITED BY SIZE
                  qteEditeRappel3 DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE totalHorsRayonRappel TO qteEditeRappel
           MOVE totalVenduRappel TO qteEditeRappel2
           MOVE SPACES TO ligneRapport
           STRING "Hors rayon a recuperer : " DELIMITED BY SIZE
                  qteEditeRappel DELIMITED BY SIZE
                  " - vendus avant le rappel : " DELIMITED BY SIZE
                  qteEditeRappel2 DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Clients prevenus : " DELIMITED BY SIZE
                  rp_nbClientsPrevenus DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF totalResteRappel = 0 AND totalHorsRayonRappel = 0 THEN
              MOVE "TOUS LES EXEMPLAIRES SONT JUSTIFIES"
                   TO ligneRapport
           ELSE
              MOVE "DES EXEMPLAIRES RESTENT A JUSTIFIER"
                   TO ligneRapport
           END-IF
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY ligneRapport
           DISPLAY "Rapport du rappel enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPEL" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE rp_id TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode edite la ligne du magasin sm_magasin pour la
      *>reference idxRefRappel (stock actuel du tampon
      *>fstocksMagasin, trouve et retourne de la ligne du rappel)
        EDITER_STOCK_MAGASIN_RAPPEL.
           MOVE idRappel TO rpl_idRappel
           MOVE rfrId(idxRefRappel) TO rpl_idRef
           MOVE sm_magasin TO rpl_magasin
           READ frappelsLignes KEY IS rpl_cle
              INVALID KEY
                 MOVE 0 TO rpl_qteTrouvee
                 MOVE 0 TO rpl_qteRetournee
           END-READ
           IF rpl_qteTrouvee NOT = 0 OR rpl_qteRetournee NOT = 0 OR
              sm_quantite NOT = 0 THEN
              ADD rpl_qteTrouvee TO totalTrouveRappel END-ADD
              ADD rpl_qteRetournee TO totalRetourneRappel END-ADD
              ADD sm_quantite TO totalResteRappel END-ADD
              MOVE rpl_qteTrouvee TO qteEditeRappel
              MOVE rpl_qteRetournee TO qteEditeRappel2
              MOVE sm_quantite TO qteEditeRappel3
              MOVE SPACES TO ligneRapport
              STRING sm_magasin DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     rfrTitre(idxRefRappel) DELIMITED BY "  "
                     ";" DELIMITED BY SIZE
                     qteEditeRappel DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     qteEditeRappel2 DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     qteEditeRappel3 DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode edite les exemplaires hors rayon et les ventes
      *>passees de la reference idxRefRappel ; prets, gradations,
      *>annonces et transits encore en cours restent a justifier,
      *>comme le stock en consigne qui n'a pas ete rendu au deposant
        EDITER_HORS_RAYON_RAPPEL.
           MOVE idRappel TO rpl_idRappel
           MOVE rfrId(idxRefRappel) TO rpl_idRef
           MOVE SPACES TO rpl_magasin
           READ frappelsLignes KEY IS rpl_cle
              INVALID KEY INITIALIZE tamp_frappelLigne
           END-READ
           ADD rfrPrets(idxRefRappel) rfrGradations(idxRefRappel)
               rfrTransit(idxRefRappel) rfrConsigne(idxRefRappel)
               rfrAnnonces(idxRefRappel)
               TO totalHorsRayonRappel END-ADD
           ADD rpl_qteVendue TO totalVenduRappel END-ADD
           MOVE SPACES TO ligneRapport
           STRING rfrTitre(idxRefRappel) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  rpl_qteReservee DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  rpl_qtePret DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  rfrPrets(idxRefRappel) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  rpl_qteGradation DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  rfrGradations(idxRefRappel) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  rpl_qteTransit DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  rfrTransit(idxRefRappel) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  rfrConsigne(idxRefRappel) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  rfrAnnonces(idxRefRappel) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   vendus : " DELIMITED BY SIZE
                  rpl_qteVendue DELIMITED BY SIZE
                  " - clients prevenus : " DELIMITED BY SIZE
                  rpl_nbClients DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode liste au rapport les annonces de la place de
      *>marche des references du rappel : celles encore en ligne, et
      *>celles terminees depuis l'ouverture du rappel, qui doivent
      *>aussi etre retirees sur la place de marche
        EDITER_ANNONCES_RAPPEL.
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "--- ANNONCES PLACE DE MARCHE A RETIRER ---"
                TO ligneRapport
           WRITE ligneRapport
           MOVE "Annonce;Exemplaire;Titre;Etat" TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinRappel2
           OPEN INPUT fannonces
           OPEN INPUT fexemplaires
           PERFORM WITH TEST AFTER UNTIL WfinRappel2 = 0
               READ fannonces NEXT
               AT END MOVE 0 TO WfinRappel2
               NOT AT END
                   IF ANNONCE_EN_LIGNE OR
                      (ANNONCE_TERMINEE AND
                       an_dateCloture NOT < rp_dateOuverture) THEN
                      MOVE an_idExemplaire TO fe_id
                      READ fexemplaires KEY IS fe_id
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE fe_idRef TO idRefControleRappel
                            MOVE fe_titre TO titreIdRef
                            PERFORM TROUVER_REF_RAPPEL
                            IF idxRefRappel > 0 THEN
                               PERFORM EDITER_ANNONCE_RAPPEL
                            END-IF
                      END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexemplaires
           CLOSE fannonces.

      *>Cette méthode ecrit la ligne de l'annonce du tampon
      *>tamp_fannonce au rapport du rappel
        EDITER_ANNONCE_RAPPEL.
           MOVE SPACES TO ligneRapport
           IF ANNONCE_EN_LIGNE THEN
              STRING an_id DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     an_idExemplaire DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     an_titre DELIMITED BY "  "
                     ";encore en ligne" DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING an_id DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     an_idExemplaire DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     an_titre DELIMITED BY "  "
                     ";terminee le " DELIMITED BY SIZE
                     an_dateCloture DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport.

      *>Cette méthode est la version hebdomadaire des propositions
      *>de reequilibrage pour la cloture nocturne : elles ne sont
      *>calculees que le lundi
        PROPOSER_REEQUILIBRAGE_HEBDO.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(dateJourNum) - 1,
              7) = 0 THEN
              PERFORM PROPOSER_REEQUILIBRAGE_STOCKS
           ELSE
              DISPLAY "Reequilibrage entre magasins : le lundi"
           END-IF.

      *>Cette méthode propose des transferts entre magasins : pour
      *>chaque titre, le stock de chaque magasin (augmente de ce
      *>qui lui arrive deja en transit) est compare a sa demande des
      *>NB_SEMAINES_REEQUILIBRAGE dernieres semaines, ventes servies
      *>et ventes perdues comprises. Le magasin qui ne couvre pas
      *>COUVERTURE_REEQUILIBRAGE semaines de demande recoit du stock
      *>d'un magasin qui en a au-dela, une fois deduit ce qui est
      *>deja en commande chez le fournisseur. Les propositions
      *>encore en attente de la semaine precedente sont perimees
        PROPOSER_REEQUILIBRAGE_STOCKS.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           COMPUTE entierDebutReeq = entierDateJour
               - NB_SEMAINES_REEQUILIBRAGE * 7
           PERFORM PERIMER_PROPOSITIONS_TRANSFERT
           MOVE 0 TO nbPropositionsReeq
           MOVE 0 TO nbTitresReeq
           MOVE SPACES TO nomRapport
           STRING "REEQUILIBRAGE-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Propositions de reequilibrage du " DELIMITED BY
                  SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Demande des " DELIMITED BY SIZE
                  NB_SEMAINES_REEQUILIBRAGE DELIMITED BY SIZE
                  " dernieres semaines, couverture visee " DELIMITED
                  BY SIZE
                  COUVERTURE_REEQUILIBRAGE DELIMITED BY SIZE
                  " semaines" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE
           "Titre;De;Vers;Qte;Exp. stock/dem.;Dest. stock/dem./perdu"
                TO ligneRapport
           WRITE ligneRapport
           SORT ftriTravail ON ASCENDING KEY tri_cle
               INPUT PROCEDURE IS ALIMENTER_TRI_REEQUILIBRAGE
               OUTPUT PROCEDURE IS RESTITUER_TRI_REEQUILIBRAGE
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Titres examines : " DELIMITED BY SIZE
                  nbTitresReeq DELIMITED BY SIZE
                  " - propositions : " DELIMITED BY SIZE
                  nbPropositionsReeq DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Propositions de transfert : ", nbPropositionsReeq
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode perime les propositions restees en attente :
      *>seules celles du dernier calcul peuvent etre acceptees
        PERIMER_PROPOSITIONS_TRANSFERT.
           MOVE 1 TO WfinReeq
           OPEN I-O fpropTransferts
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fpropTransferts NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF PROPOSITION_EN_ATTENTE THEN
                      MOVE "P" TO prt_statut
                      MOVE dateJourNum TO prt_dateDecision
                      REWRITE tamp_fpropTransfert
                      END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropTransferts.

      *>Cette méthode alimente le fichier de tri avec une fiche par
      *>reference et par magasin : stock du magasin (S), ventes de
      *>la fenetre (V), ventes perdues de la fenetre (P) et stock
      *>en transit vers le magasin (T). Les ventes archivees et les
      *>traces sans magasin sont hors fenetre ou inattribuables
        ALIMENTER_TRI_REEQUILIBRAGE.
           MOVE 1 TO WfinReeq
           OPEN INPUT fstocksMagasin
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF sm_idRef > 0 AND sm_magasin NOT = SPACES THEN
                      MOVE SPACES TO cleTriReeq
                      MOVE sm_idRef TO ctrIdRef
                      MOVE sm_magasin TO ctrMagasin
                      MOVE "S" TO ctrType
                      MOVE cleTriReeq TO tri_cle
                      MOVE 0 TO tri_quantite
                      IF sm_quantite > 0 THEN
                         MOVE sm_quantite TO tri_quantite
                      END-IF
                      MOVE 0 TO tri_montant
                      RELEASE tamp_tri
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstocksMagasin
           MOVE 1 TO WfinReeq
           OPEN INPUT fventesLignes
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   MOVE 0 TO trouveVente
                   OPEN INPUT fventes
                   MOVE fvl_idVente TO fv_id
                   READ fventes KEY IS fv_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF (fv_statut = 0 OR fv_statut = 2 OR
                             fv_statut = 3) AND
                            fv_magasin NOT = SPACES AND
                            fv_dateVente(1:8) IS NUMERIC THEN
                            MOVE fv_dateVente(1:8) TO dateJourNum
                            IF FUNCTION INTEGER-OF-DATE(dateJourNum)
                               > entierDebutReeq THEN
                               MOVE 1 TO trouveVente
                            END-IF
                         END-IF
                   END-READ
                   CLOSE fventes
                   IF trouveVente = 1 THEN
                      MOVE SPACES TO cleTriReeq
                      MOVE fvl_idRef TO ctrIdRef
                      MOVE fv_magasin TO ctrMagasin
                      MOVE "V" TO ctrType
                      MOVE cleTriReeq TO tri_cle
                      MOVE fvl_quantite TO tri_quantite
                      MOVE 0 TO tri_montant
                      IF ctrIdRef > 0 THEN
                         RELEASE tamp_tri
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesLignes
           MOVE 1 TO WfinReeq
           OPEN INPUT fventesPerdues
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fventesPerdues NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF vp_magasin NOT = SPACES AND
                      vp_date(1:8) IS NUMERIC AND
                      vp_qteVoulue > vp_qteServie THEN
                      MOVE vp_date(1:8) TO dateJourNum
                      IF FUNCTION INTEGER-OF-DATE(dateJourNum) >
                         entierDebutReeq THEN
                         MOVE SPACES TO cleTriReeq
                         MOVE vp_idRef TO ctrIdRef
                         MOVE vp_magasin TO ctrMagasin
                         MOVE "P" TO ctrType
                         MOVE cleTriReeq TO tri_cle
                         COMPUTE tri_quantite =
                             vp_qteVoulue - vp_qteServie
                         MOVE 0 TO tri_montant
                         IF ctrIdRef > 0 THEN
                            RELEASE tamp_tri
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesPerdues
           MOVE 1 TO WfinReeq
           OPEN INPUT ftransferts
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ ftransferts NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF TRANSFERT_EN_TRANSIT THEN
                      MOVE SPACES TO cleTriReeq
                      MOVE tr_idRef TO ctrIdRef
                      MOVE tr_magasinDest TO ctrMagasin
                      MOVE "T" TO ctrType
                      MOVE cleTriReeq TO tri_cle
                      MOVE tr_quantite TO tri_quantite
                      MOVE 0 TO tri_montant
                      IF ctrIdRef > 0 THEN
                         RELEASE tamp_tri
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ftransferts.

      *>Cette méthode relit le fichier trie par reference puis par
      *>magasin : les fiches d'une reference remplissent la table
      *>de ses magasins, et a chaque rupture de reference les
      *>propositions du titre sont calculees
        RESTITUER_TRI_REEQUILIBRAGE.
           MOVE 0 TO idRefReeqCourant
           MOVE 0 TO nbMagasinsReeq
           MOVE 0 TO finTri
           PERFORM WITH TEST AFTER UNTIL finTri = 1
               RETURN ftriTravail
                  AT END
                     MOVE 1 TO finTri
                     IF nbMagasinsReeq > 0 THEN
                        PERFORM CLORE_TITRE_REEQUILIBRAGE
                     END-IF
                  NOT AT END
                     MOVE tri_cle TO cleTriReeq
                     IF ctrIdRef NOT = idRefReeqCourant THEN
                        IF nbMagasinsReeq > 0 THEN
                           PERFORM CLORE_TITRE_REEQUILIBRAGE
                        END-IF
                        MOVE ctrIdRef TO idRefReeqCourant
                        MOVE 0 TO nbMagasinsReeq
                        INITIALIZE tableMagasinsReeq
                     END-IF
                     PERFORM CUMULER_MAGASIN_REEQUILIBRAGE
               END-RETURN
           END-PERFORM.

      *>Cette méthode ajoute la fiche triee au magasin ctrMagasin
      *>de la table (cree a sa premiere fiche)
        CUMULER_MAGASIN_REEQUILIBRAGE.
           MOVE 0 TO idxMagReeq
           PERFORM VARYING idxSourceReeq FROM 1 BY 1
                   UNTIL idxSourceReeq > nbMagasinsReeq
                      OR idxMagReeq > 0
               IF mrCode(idxSourceReeq) = ctrMagasin THEN
                  MOVE idxSourceReeq TO idxMagReeq
               END-IF
           END-PERFORM
           IF idxMagReeq = 0 AND nbMagasinsReeq < MAX_MAGASINS_REEQ
              THEN
              ADD 1 TO nbMagasinsReeq END-ADD
              MOVE nbMagasinsReeq TO idxMagReeq
              MOVE ctrMagasin TO mrCode(idxMagReeq)
           END-IF
           IF idxMagReeq > 0 THEN
              EVALUATE TRUE
                  WHEN TRI_REEQ_STOCK
                       ADD tri_quantite TO mrStock(idxMagReeq)
                  WHEN TRI_REEQ_VENDU
                       ADD tri_quantite TO mrVendu(idxMagReeq)
                  WHEN TRI_REEQ_PERDU
                       ADD tri_quantite TO mrPerdu(idxMagReeq)
                  WHEN TRI_REEQ_TRANSIT
                       ADD tri_quantite TO mrTransit(idxMagReeq)
              END-EVALUATE
           END-IF.

      *>Cette méthode calcule les propositions du titre dont les
      *>magasins sont dans la table : besoin de chaque magasin sous
      *>sa couverture visee, surplus de chaque magasin au-dela (le
      *>magasin garde au moins STOCK_MINI_REEQUILIBRAGE exemplaires
      *>en rayon, et ne cede que ce qu'il a en propre), puis
      *>appariement du plus gros besoin avec le plus gros surplus.
      *>Un titre vise par un rappel produit ouvert ne circule pas
        CLORE_TITRE_REEQUILIBRAGE.
           ADD 1 TO nbTitresReeq END-ADD
           MOVE 0 TO trouve
           OPEN INPUT finventaire
           MOVE idRefReeqCourant TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO trouve
                 MOVE fi_titre TO titreReeq
                 MOVE fi_id TO idRefControleRappel
                 MOVE fi_isbn TO isbnControleRappel
           END-READ
           CLOSE finventaire
           IF trouve = 1 THEN
              PERFORM VERIFIER_RAPPEL_REFERENCE
              IF titreRappele = 1 THEN
                 MOVE 0 TO trouve
              END-IF
           END-IF
           IF trouve = 1 AND nbMagasinsReeq > 1 THEN
              MOVE 0 TO maxBesoinReeq
              PERFORM VARYING idxMagReeq FROM 1 BY 1
                      UNTIL idxMagReeq > nbMagasinsReeq
                  PERFORM EVALUER_MAGASIN_REEQUILIBRAGE
                  ADD mrBesoin(idxMagReeq) TO maxBesoinReeq END-ADD
              END-PERFORM
              IF maxBesoinReeq > 0 THEN
                 MOVE titreReeq TO triCleCourante
                 MOVE idRefReeqCourant TO idRefTriCourant
                 PERFORM CUMULER_EN_COMMANDE_TITRE
                 PERFORM VARYING idxMagReeq FROM 1 BY 1
                         UNTIL idxMagReeq > nbMagasinsReeq
                            OR qteEnCommandeTitre = 0
                     IF mrBesoin(idxMagReeq) > qteEnCommandeTitre THEN
                        SUBTRACT qteEnCommandeTitre FROM
                                 mrBesoin(idxMagReeq) END-SUBTRACT
                        MOVE 0 TO qteEnCommandeTitre
                     ELSE
                        SUBTRACT mrBesoin(idxMagReeq) FROM
                                 qteEnCommandeTitre END-SUBTRACT
                        MOVE 0 TO mrBesoin(idxMagReeq)
                     END-IF
                 END-PERFORM
                 MOVE 1 TO appariementReeq
                 PERFORM UNTIL appariementReeq = 0
                     PERFORM APPARIER_MAGASINS_REEQUILIBRAGE
                 END-PERFORM
              END-IF
           END-IF.

      *>Cette méthode etablit la cible, le besoin et le surplus du
      *>magasin idxMagReeq
        EVALUER_MAGASIN_REEQUILIBRAGE.
           COMPUTE mrCible(idxMagReeq) ROUNDED =
               (mrVendu(idxMagReeq) + mrPerdu(idxMagReeq))
               * COUVERTURE_REEQUILIBRAGE / NB_SEMAINES_REEQUILIBRAGE
           COMPUTE effectifReeq = mrStock(idxMagReeq)
               + mrTransit(idxMagReeq)
           MOVE 0 TO mrBesoin(idxMagReeq)
           MOVE 0 TO mrSurplus(idxMagReeq)
           IF mrCible(idxMagReeq) > effectifReeq THEN
              COMPUTE mrBesoin(idxMagReeq) =
                  mrCible(idxMagReeq) - effectifReeq
           ELSE
              MOVE mrCible(idxMagReeq) TO gardeReeq
              IF gardeReeq < STOCK_MINI_REEQUILIBRAGE THEN
                 MOVE STOCK_MINI_REEQUILIBRAGE TO gardeReeq
              END-IF
              COMPUTE mrSurplus(idxMagReeq) = effectifReeq - gardeReeq
              IF mrSurplus(idxMagReeq) > mrStock(idxMagReeq) THEN
                 MOVE mrStock(idxMagReeq) TO mrSurplus(idxMagReeq)
              END-IF
              IF mrSurplus(idxMagReeq) < 0 THEN
                 MOVE 0 TO mrSurplus(idxMagReeq)
              END-IF
           END-IF.

      *>Cette méthode apparie le plus gros besoin restant avec le
      *>plus gros surplus restant et en fait une proposition ;
      *>appariementReeq ressort a 0 quand il n'y a plus de paire
        APPARIER_MAGASINS_REEQUILIBRAGE.
           MOVE 0 TO idxDestReeq
           MOVE 0 TO idxSourceReeq
           MOVE 0 TO maxBesoinReeq
           MOVE 0 TO maxSurplusReeq
           PERFORM VARYING idxMagReeq FROM 1 BY 1
                   UNTIL idxMagReeq > nbMagasinsReeq
               IF mrBesoin(idxMagReeq) > maxBesoinReeq THEN
                  MOVE mrBesoin(idxMagReeq) TO maxBesoinReeq
                  MOVE idxMagReeq TO idxDestReeq
               END-IF
               IF mrSurplus(idxMagReeq) > maxSurplusReeq THEN
                  MOVE mrSurplus(idxMagReeq) TO maxSurplusReeq
                  MOVE idxMagReeq TO idxSourceReeq
               END-IF
           END-PERFORM
           IF idxDestReeq = 0 OR idxSourceReeq = 0 THEN
              MOVE 0 TO appariementReeq
           ELSE
              MOVE maxBesoinReeq TO qteProposeeReeq
              IF maxSurplusReeq < maxBesoinReeq THEN
                 MOVE maxSurplusReeq TO qteProposeeReeq
              END-IF
              SUBTRACT qteProposeeReeq FROM mrBesoin(idxDestReeq)
                       END-SUBTRACT
              SUBTRACT qteProposeeReeq FROM mrSurplus(idxSourceReeq)
                       END-SUBTRACT
              PERFORM ECRIRE_PROPOSITION_REEQUILIBRAGE
           END-IF.

      *>Cette méthode enregistre la proposition de transfert de
      *>qteProposeeReeq exemplaires du magasin idxSourceReeq vers
      *>le magasin idxDestReeq et l'inscrit au rapport
        ECRIRE_PROPOSITION_REEQUILIBRAGE.
           MOVE "PROPTRANSFERT" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idPropTransfert
           INITIALIZE tamp_fpropTransfert
           MOVE idPropTransfert TO prt_id
           MOVE dateRapport(1:8) TO prt_dateProposition
           MOVE titreReeq TO prt_titre
           MOVE idRefReeqCourant TO prt_idRef
           MOVE mrCode(idxSourceReeq) TO prt_magasinSource
           MOVE mrCode(idxDestReeq) TO prt_magasinDest
           MOVE qteProposeeReeq TO prt_quantite
           MOVE mrStock(idxSourceReeq) TO prt_stockSource
           COMPUTE prt_demandeSource = mrVendu(idxSourceReeq)
               + mrPerdu(idxSourceReeq)
           COMPUTE prt_stockDest = mrStock(idxDestReeq)
               + mrTransit(idxDestReeq)
           COMPUTE prt_demandeDest = mrVendu(idxDestReeq)
               + mrPerdu(idxDestReeq)
           MOVE mrPerdu(idxDestReeq) TO prt_perduesDest
           MOVE "A" TO prt_statut
           MOVE SPACES TO prt_dateDecision
           MOVE SPACES TO prt_employe
           OPEN I-O fpropTransferts
           WRITE tamp_fpropTransfert
              INVALID KEY
                 DISPLAY "ERREUR : proposition ", prt_id,
                         " non enregistree"
              NOT INVALID KEY
                 ADD 1 TO nbPropositionsReeq END-ADD
           END-WRITE
           CLOSE fpropTransferts
           MOVE prt_quantite TO qteEditeReeq
           MOVE prt_stockSource TO qteEditeReeq2
           MOVE prt_demandeSource TO qteEditeReeq3
           MOVE prt_stockDest TO qteEditeReeq4
           MOVE prt_demandeDest TO qteEditeReeq5
           MOVE prt_perduesDest TO qteEditeReeq6
           MOVE SPACES TO ligneRapport
           STRING prt_titre DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  prt_magasinSource DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  prt_magasinDest DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  qteEditeReeq DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  qteEditeReeq2 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  qteEditeReeq3 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  qteEditeReeq4 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  qteEditeReeq5 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  qteEditeReeq6 DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode presente au gerant les propositions de
      *>transfert en attente ; il les accepte toutes d'un coup, ou
      *>les revoit une a une (O accepte, N rejette). Chaque
      *>proposition acceptee devient aussitot un transfert en
      *>transit du magasin expediteur (comme ENVOYER_TRANSFERT) et
      *>chaque magasin expediteur recoit sa liste de preparation
        REVOIR_PROPOSITIONS_TRANSFERT.
           MOVE 0 TO nbPropositionsReeq
           MOVE 1 TO WfinReeq
           OPEN INPUT fpropTransferts
           DISPLAY "--- PROPOSITIONS DE TRANSFERT EN ATTENTE ---"
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fpropTransferts NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF PROPOSITION_EN_ATTENTE THEN
                      ADD 1 TO nbPropositionsReeq END-ADD
                      PERFORM AFFICHER_PROPOSITION_TRANSFERT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropTransferts
           IF nbPropositionsReeq = 0 THEN
              DISPLAY "Aucune proposition en attente"
           ELSE
              MOVE SPACES TO modeRevueReeq
              PERFORM WITH TEST AFTER UNTIL modeRevueReeq = "T" OR
                  modeRevueReeq = "U" OR modeRevueReeq = "Q"
                  DISPLAY "Accepter toutes les propositions (T), les"
                  DISPLAY "revoir une a une (U) ou quitter (Q) ?"
                  ACCEPT modeRevueReeq
                  INSPECT modeRevueReeq CONVERTING "tuq" TO "TUQ"
              END-PERFORM
              IF modeRevueReeq NOT = "Q" THEN
                 PERFORM DECIDER_PROPOSITIONS_TRANSFERT
              END-IF
           END-IF.

      *>Cette méthode affiche la proposition du tampon
      *>fpropTransferts
        AFFICHER_PROPOSITION_TRANSFERT.
           DISPLAY prt_id, " ", prt_titre, " : ", prt_quantite,
                   " de ", prt_magasinSource, " vers ", prt_magasinDest
           DISPLAY "   expediteur stock ", prt_stockSource,
                   " demande ", prt_demandeSource,
                   " - destinataire stock ", prt_stockDest,
                   " demande ", prt_demandeDest,
                   " (perdues ", prt_perduesDest, ")".

      *>Cette méthode applique la decision du gerant a chaque
      *>proposition en attente, puis edite les listes de
      *>preparation des magasins expediteurs
        DECIDER_PROPOSITIONS_TRANSFERT.
           MOVE 0 TO nbTransfertsAcceptes
           MOVE 0 TO nbPropositionsRejetees
           MOVE 0 TO nbSourcesPrepa
           INITIALIZE tableSourcesPrepa
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE 1 TO WfinReeq
           OPEN I-O fpropTransferts
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fpropTransferts NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF PROPOSITION_EN_ATTENTE THEN
                      MOVE "O" TO reponseReeq
                      IF modeRevueReeq = "U" THEN
                         PERFORM AFFICHER_PROPOSITION_TRANSFERT
                         MOVE SPACES TO reponseReeq
                         PERFORM WITH TEST AFTER UNTIL
                             reponseReeq = "O" OR reponseReeq = "N"
                             DISPLAY "Accepter ce transfert ? (O/N)"
                             ACCEPT reponseReeq
                             INSPECT reponseReeq CONVERTING "on"
                                     TO "ON"
                         END-PERFORM
                      END-IF
                      IF reponseReeq = "O" THEN
                         PERFORM TRANSFERER_PROPOSITION
                      ELSE
                         MOVE "R" TO prt_statut
                         ADD 1 TO nbPropositionsRejetees END-ADD
                      END-IF
                      MOVE dateRapport(1:8) TO prt_dateDecision
                      MOVE idEmploye TO prt_employe
                      REWRITE tamp_fpropTransfert
                      END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropTransferts
           DISPLAY "Transferts expedies : ", nbTransfertsAcceptes
           DISPLAY "Propositions rejetees : ", nbPropositionsRejetees
           MOVE "REVOIR_PROPOSITIONS_TRANSFERT" TO journalParagraphe
           MOVE "MODIFICATION" TO journalOperation
           MOVE "fpropTransferts" TO journalFichier
           MOVE dateRapport(1:8) TO journalCle
           PERFORM ENREGISTRER_JOURNAL
           PERFORM VARYING idxSourcePrepa FROM 1 BY 1
                   UNTIL idxSourcePrepa > nbSourcesPrepa
               MOVE spCode(idxSourcePrepa) TO magasinPrepa
               PERFORM EDITER_PREPARATION_TRANSFERTS
           END-PERFORM.

      *>Cette méthode expedie la proposition acceptee du tampon
      *>fpropTransferts depuis son magasin expediteur : la sortie de
      *>stock est tracee pour ce magasin et non pour celui du poste.
      *>La quantite est ramenee au stock propre actuel de
      *>l'expediteur ; sans stock, ou si le titre a ete rappele
      *>depuis le calcul, la proposition est rejetee
        TRANSFERER_PROPOSITION.
           MOVE codeMagasin TO magasinPosteSauve
           MOVE prt_magasinSource TO codeMagasin
           MOVE prt_titre TO titreRef
           MOVE prt_idRef TO idArticleRef
           MOVE 0 TO venteAnnulee
           PERFORM CONTROLER_RAPPEL_VENTE
           MOVE 0 TO soldeMagasinSource
           OPEN INPUT fstocksMagasin
           MOVE prt_magasinSource TO sm_magasin
           MOVE prt_idRef TO sm_idRef
           READ fstocksMagasin KEY IS sm_cle
              INVALID KEY MOVE 0 TO soldeMagasinSource
              NOT INVALID KEY MOVE sm_quantite TO soldeMagasinSource
           END-READ
           CLOSE fstocksMagasin
           MOVE prt_quantite TO qteTransfert
           IF soldeMagasinSource < qteTransfert THEN
              MOVE 0 TO qteTransfert
              IF soldeMagasinSource > 0 THEN
                 MOVE soldeMagasinSource TO qteTransfert
              END-IF
           END-IF
           IF venteAnnulee = 1 OR qteTransfert = 0 THEN
              DISPLAY "Proposition ", prt_id, " rejetee (titre"
              DISPLAY "rappele ou plus de stock chez l'expediteur)"
              MOVE "R" TO prt_statut
              ADD 1 TO nbPropositionsRejetees END-ADD
           ELSE
              MOVE prt_magasinDest TO magasinDestination
              PERFORM ENREGISTRER_ENVOI_TRANSFERT
              MOVE qteTransfert TO prt_quantite
              MOVE idTransfert TO prt_idTransfert
              MOVE "T" TO prt_statut
              ADD 1 TO nbTransfertsAcceptes END-ADD
              MOVE 0 TO sourcePrepaConnue
              PERFORM VARYING idxSourcePrepa FROM 1 BY 1
                      UNTIL idxSourcePrepa > nbSourcesPrepa
                  IF spCode(idxSourcePrepa) = prt_magasinSource THEN
                     MOVE 1 TO sourcePrepaConnue
                  END-IF
              END-PERFORM
              IF sourcePrepaConnue = 0 AND
                 nbSourcesPrepa < MAX_MAGASINS_REEQ THEN
                 ADD 1 TO nbSourcesPrepa END-ADD
                 MOVE prt_magasinSource TO spCode(nbSourcesPrepa)
              END-IF
           END-IF
           MOVE magasinPosteSauve TO codeMagasin.

      *>Cette méthode ecrit la liste de preparation
      *>PREPA-TRF-<magasin>-AAAAMMJJ.TXT du magasin expediteur
      *>magasinPrepa : les transferts acceptes ce jour, avec
      *>l'emplacement du titre pour la cueillette et le magasin
      *>destinataire a inscrire sur le colis
        EDITER_PREPARATION_TRANSFERTS.
           MOVE 0 TO nbLignesPrepa
           MOVE SPACES TO nomRapport
           STRING "PREPA-TRF-" DELIMITED BY SIZE
                  magasinPrepa DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Preparation des transferts du magasin " DELIMITED
                  BY SIZE
                  magasinPrepa DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Transfert;Titre;Emplacement;Qte;Vers" TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinReeq
           OPEN INPUT fpropTransferts
           PERFORM WITH TEST AFTER UNTIL WfinReeq = 0
               READ fpropTransferts NEXT
               AT END MOVE 0 TO WfinReeq
               NOT AT END
                   IF PROPOSITION_ACCEPTEE AND
                      prt_magasinSource = magasinPrepa AND
                      prt_dateDecision = dateRapport(1:8) THEN
                      MOVE SPACES TO fi_emplacement
                      OPEN INPUT finventaire
                      MOVE prt_idRef TO fi_id
                      READ finventaire KEY IS fi_id
                         INVALID KEY MOVE SPACES TO fi_emplacement
                      END-READ
                      CLOSE finventaire
                      ADD 1 TO nbLignesPrepa END-ADD
                      MOVE prt_quantite TO qteEditeReeq
                      MOVE SPACES TO ligneRapport
                      STRING prt_idTransfert DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             prt_titre DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             fi_emplacement DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             qteEditeReeq DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             prt_magasinDest DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpropTransferts
           MOVE SPACES TO ligneRapport
           STRING "Lignes a preparer : " DELIMITED BY SIZE
                  nbLignesPrepa DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Liste de preparation du magasin ", magasinPrepa,
                   " : ", nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE magasinPrepa TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode est la version de la cloture nocturne du
      *>controle de coherence du stock : rapport seul, sans aucune
      *>correction ni saisie
        CONTROLER_COHERENCE_NOCTURNE.
           MOVE 0 TO modeReparationCoh
           PERFORM CONTROLER_COHERENCE_STOCK.

      *>Cette méthode lance le controle de coherence du stock depuis
      *>le menu du gerant puis, si des ecarts sont trouves, propose
      *>de les reparer titre par titre en prenant le grand livre des
      *>mouvements pour reference
        CONTROLER_COHERENCE_GERANT.
           MOVE 0 TO modeReparationCoh
           PERFORM CONTROLER_COHERENCE_STOCK
           IF nbTitresEcartCoh > 0 THEN
              DISPLAY "Reparer les ecarts en prenant le grand livre"
              DISPLAY "des mouvements pour reference ? (O/N)"
              DISPLAY "(chaque correction sera confirmee titre par"
              DISPLAY "titre)"
              ACCEPT reponseReparationCoh
              IF reponseReparationCoh = "O" OR
                 reponseReparationCoh = "o" THEN
                 MOVE 1 TO modeReparationCoh
                 PERFORM CONTROLER_COHERENCE_STOCK
                 DISPLAY "Titres repares : ", nbTitresReparesCoh
              END-IF
           END-IF.

      *>Cette méthode confronte, pour chaque titre de l'inventaire,
      *>les differentes representations du meme stock : fi_quantite,
      *>le cumul du grand livre des mouvements (augmente du stock
      *>parti en transfert et pas encore recu), le stock propre de
      *>chaque magasin, les exemplaires individualises en stock, les
      *>couches de cout restantes et les allocations de panier.
      *>Chaque desaccord est ecrit dans un rapport date
      *>(COHERENCE-STOCK-AAAAMMJJ.TXT) avec sa cause probable ; en
      *>mode reparation (REPARATION-STOCK-AAAAMMJJ.TXT) chaque titre
      *>en ecart est propose a la correction
        CONTROLER_COHERENCE_STOCK.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourCoh
           MOVE 0 TO nbTitresControlesCoh
           MOVE 0 TO nbTitresEcartCoh
           MOVE 0 TO nbTitresReparesCoh
           MOVE 0 TO nbEcartsTotalCoh
           MOVE SPACES TO nomRapport
           IF REPARATION_COHERENCE THEN
              STRING "REPARATION-STOCK-" DELIMITED BY SIZE
                     dateJourCoh DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
           ELSE
              STRING "COHERENCE-STOCK-" DELIMITED BY SIZE
                     dateJourCoh DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
           END-IF
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           IF REPARATION_COHERENCE THEN
              STRING "Reparation de la coherence du stock du "
                     DELIMITED BY SIZE
                     dateJourCoh DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING "Controle de coherence du stock du "
                     DELIMITED BY SIZE
                     dateJourCoh DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           MOVE "Reference : grand livre des mouvements + transit"
                TO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           PERFORM RECENSER_MAGASINS_COH
           MOVE 1 TO WfinCoh
           IF REPARATION_COHERENCE THEN
              PERFORM OUVRIR_IO_FINVENTAIRE
           ELSE
              OPEN INPUT finventaire
           END-IF
           PERFORM WITH TEST AFTER UNTIL WfinCoh = 0
               READ finventaire NEXT
               AT END MOVE 0 TO WfinCoh
               NOT AT END
                   PERFORM CONTROLER_TITRE_COHERENCE
               END-READ
           END-PERFORM
           CLOSE finventaire
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Titres controles : " DELIMITED BY SIZE
                  nbTitresControlesCoh DELIMITED BY SIZE
                  " - en ecart : " DELIMITED BY SIZE
                  nbTitresEcartCoh DELIMITED BY SIZE
                  " - ecarts : " DELIMITED BY SIZE
                  nbEcartsTotalCoh DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF REPARATION_COHERENCE THEN
              MOVE SPACES TO ligneRapport
              STRING "Titres repares : " DELIMITED BY SIZE
                     nbTitresReparesCoh DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           CLOSE frapport
           DISPLAY "Coherence du stock : ", nbTitresControlesCoh,
                   " titre(s) controle(s), ", nbTitresEcartCoh,
                   " en ecart"
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateJourCoh TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode recense les magasins connus (celui du poste et
      *>ceux qui ont deja un stock propre) pour le controle des
      *>stocks par magasin
        RECENSER_MAGASINS_COH.
           MOVE 0 TO nbMagasinsCoh
           MOVE codeMagasin TO magasinCoh
           PERFORM AJOUTER_MAGASIN_COH
           MOVE 1 TO WfinCoh2
           OPEN INPUT fstocksMagasin
           PERFORM WITH TEST AFTER UNTIL WfinCoh2 = 0
               READ fstocksMagasin NEXT
               AT END MOVE 0 TO WfinCoh2
               NOT AT END
                   MOVE sm_magasin TO magasinCoh
                   PERFORM AJOUTER_MAGASIN_COH
               END-READ
           END-PERFORM
           CLOSE fstocksMagasin.

      *>Cette méthode retrouve le magasin magasinCoh dans la table
      *>des magasins (idxMagCoh), et l'y ajoute s'il n'y est pas
      *>encore ; idxMagCoh vaut 0 si la table est pleine
        AJOUTER_MAGASIN_COH.
           MOVE 0 TO idxMagCoh
           PERFORM VARYING idxMag2Coh FROM 1 BY 1
                   UNTIL idxMag2Coh > nbMagasinsCoh
                      OR idxMagCoh > 0
               IF cohCode(idxMag2Coh) = magasinCoh THEN
                  MOVE idxMag2Coh TO idxMagCoh
               END-IF
           END-PERFORM
           IF idxMagCoh = 0 AND nbMagasinsCoh < MAX_MAGASINS_COH
              AND magasinCoh NOT = SPACES THEN
              ADD 1 TO nbMagasinsCoh END-ADD
              MOVE nbMagasinsCoh TO idxMagCoh
              MOVE magasinCoh TO cohCode(idxMagCoh)
              MOVE 0 TO mcGrandLivre(idxMagCoh)
              MOVE 0 TO mcStock(idxMagCoh)
           END-IF.

      *>Cette méthode controle le titre present dans le tampon
      *>finventaire et ecrit ses desaccords dans le rapport
        CONTROLER_TITRE_COHERENCE.
           ADD 1 TO nbTitresControlesCoh END-ADD
           MOVE 0 TO nbEcartsTitreCoh
           MOVE 0 TO ecartInventaireCoh
           PERFORM CUMULER_GRAND_LIVRE_COH
           PERFORM CUMULER_TRANSIT_COH
           COMPUTE stockAttenduCoh = totalGrandLivreCoh
               + quantiteTransitCoh
           *>Inventaire contre grand livre
           IF nbMouvementsCoh = 0 AND fi_quantite > 0 THEN
              MOVE 1 TO ecartInventaireCoh
              MOVE "Inventaire / grand livre vide" TO libelleEcartCoh
              MOVE fi_quantite TO quantiteEditeeCoh
              MOVE 0 TO quantiteEditee2Coh
              MOVE "stock anterieur au grand livre, jamais repris"
                   TO causeCoh
              PERFORM ECRIRE_ECART_COHERENCE
           ELSE IF nbMouvementsCoh > 0 AND
                   stockAttenduCoh NOT = fi_quantite THEN
              MOVE 1 TO ecartInventaireCoh
              MOVE "Inventaire / grand livre + transit" TO
                   libelleEcartCoh
              MOVE fi_quantite TO quantiteEditeeCoh
              MOVE stockAttenduCoh TO quantiteEditee2Coh
              IF fi_quantite > stockAttenduCoh THEN
                 MOVE "entree hors grand livre ou stock anterieur"
                      TO causeCoh
              ELSE
                 MOVE "sortie non tracee (correction ou coupure)"
                      TO causeCoh
              END-IF
              PERFORM ECRIRE_ECART_COHERENCE
           END-IF
           END-IF
           *>Stock propre de chaque magasin contre sa part du grand
           *>livre
           PERFORM VARYING idxMagCoh FROM 1 BY 1
                   UNTIL idxMagCoh > nbMagasinsCoh
               IF mcStock(idxMagCoh) NOT = mcGrandLivre(idxMagCoh)
                  THEN
                  MOVE SPACES TO libelleEcartCoh
                  STRING "Magasin " DELIMITED BY SIZE
                         cohCode(idxMagCoh) DELIMITED BY SIZE
                         " / grand livre du magasin" DELIMITED BY SIZE
                         INTO libelleEcartCoh
                  MOVE mcStock(idxMagCoh) TO quantiteEditeeCoh
                  MOVE mcGrandLivre(idxMagCoh) TO quantiteEditee2Coh
                  IF mouvementsHorsMagasinCoh NOT = 0 THEN
                     MOVE "mouvements anterieurs au suivi par magasin"
                          TO causeCoh
                  ELSE
                     MOVE "mise a jour du magasin interrompue"
                          TO causeCoh
                  END-IF
                  PERFORM ECRIRE_ECART_COHERENCE
               END-IF
           END-PERFORM
           *>Exemplaires individualises en stock
           PERFORM COMPTER_EXEMPLAIRES_COH
           IF nbExemplairesCoh > fi_quantite THEN
              MOVE "Exemplaires en stock / inventaire" TO
                   libelleEcartCoh
              MOVE nbExemplairesCoh TO quantiteEditeeCoh
              MOVE fi_quantite TO quantiteEditee2Coh
              MOVE "statut d'exemplaire non mis a jour a la vente"
                   TO causeCoh
              PERFORM ECRIRE_ECART_COHERENCE
           END-IF
           *>Couches de cout : le stock anterieur aux couches n'en a
           *>pas, seules des couches au-dela du stock detenu sont en
           *>ecart. Les exemplaires en pret, en gradation ou en
           *>annonce sont sortis de fi_quantite mais appartiennent
           *>toujours a la boutique et gardent leur couche ; le
           *>depot-vente n'a pas de couche
           IF fi_idConsignataire = 0 THEN
              PERFORM COMPTER_COUCHES_COH
              COMPUTE stockDetenuCoh = fi_quantite
                                     + nbExemplairesSortisCoh
              IF qteCouchesCoh > stockDetenuCoh THEN
                 MOVE "Couches de cout / stock detenu" TO
                      libelleEcartCoh
                 MOVE qteCouchesCoh TO quantiteEditeeCoh
                 MOVE stockDetenuCoh TO quantiteEditee2Coh
                 MOVE "sortie de stock sans consommation des couches"
                      TO causeCoh
                 PERFORM ECRIRE_ECART_COHERENCE
              END-IF
           END-IF
           *>Allocations de panier
           PERFORM CUMULER_ALLOCATIONS_COH
           IF totalAllocationsCoh > fi_quantite THEN
              MOVE "Allocations / inventaire" TO libelleEcartCoh
              MOVE totalAllocationsCoh TO quantiteEditeeCoh
              MOVE fi_quantite TO quantiteEditee2Coh
              MOVE "stock promis plus d'une fois" TO causeCoh
              PERFORM ECRIRE_ECART_COHERENCE
           END-IF
           IF allocationsPerimeesCoh > 0 THEN
              MOVE "Allocations perimees / allocations" TO
                   libelleEcartCoh
              MOVE allocationsPerimeesCoh TO quantiteEditeeCoh
              MOVE totalAllocationsCoh TO quantiteEditee2Coh
              MOVE "poste interrompu ou panier abandonne" TO causeCoh
              PERFORM ECRIRE_ECART_COHERENCE
           END-IF
           IF nbEcartsTitreCoh > 0 THEN
              ADD 1 TO nbTitresEcartCoh END-ADD
              ADD nbEcartsTitreCoh TO nbEcartsTotalCoh END-ADD
              IF REPARATION_COHERENCE THEN
                 PERFORM REPARER_TITRE_COHERENCE
              END-IF
           END-IF.

      *>Cette méthode ecrit un desaccord du titre courant dans le
      *>rapport (libelleEcartCoh, les deux quantites confrontees et
      *>causeCoh), precede du titre au premier desaccord
        ECRIRE_ECART_COHERENCE.
           IF nbEcartsTitreCoh = 0 THEN
              MOVE SPACES TO ligneRapport
              STRING "Titre : " DELIMITED BY SIZE
                     fi_titre DELIMITED BY "  "
                     " (id " DELIMITED BY SIZE
                     fi_id DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           ADD 1 TO nbEcartsTitreCoh END-ADD
           MOVE SPACES TO ligneRapport
           STRING "   " DELIMITED BY SIZE
                  libelleEcartCoh DELIMITED BY "  "
                  " : " DELIMITED BY SIZE
                  quantiteEditeeCoh DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  quantiteEditee2Coh DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "      cause probable : " DELIMITED BY SIZE
                  causeCoh DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode cumule le grand livre des mouvements du titre
      *>courant : total, nombre de mouvements et part de chaque
      *>magasin (les mouvements anterieurs au suivi par magasin n'ont
      *>pas de magasin), puis relit le stock propre de chaque magasin
        CUMULER_GRAND_LIVRE_COH.
           MOVE 0 TO totalGrandLivreCoh
           MOVE 0 TO nbMouvementsCoh
           MOVE 0 TO mouvementsHorsMagasinCoh
           PERFORM VARYING idxMagCoh FROM 1 BY 1
                   UNTIL idxMagCoh > nbMagasinsCoh
               MOVE 0 TO mcGrandLivre(idxMagCoh)
               MOVE 0 TO mcStock(idxMagCoh)
           END-PERFORM
           MOVE 1 TO WfinCoh2
           OPEN INPUT fmouvStock
           MOVE fi_id TO ms_idRef
           START fmouvStock KEY IS = ms_idRef
              INVALID KEY MOVE 0 TO WfinCoh2
           END-START
           PERFORM UNTIL WfinCoh2 = 0
               READ fmouvStock NEXT
                  AT END MOVE 0 TO WfinCoh2
                  NOT AT END
                     IF ms_idRef NOT = fi_id THEN
                        MOVE 0 TO WfinCoh2
                     ELSE
                        ADD 1 TO nbMouvementsCoh END-ADD
                        ADD ms_quantite TO totalGrandLivreCoh END-ADD
                        IF ms_magasin = SPACES THEN
                           ADD ms_quantite TO mouvementsHorsMagasinCoh
                               END-ADD
                        ELSE
                           MOVE ms_magasin TO magasinCoh
                           PERFORM AJOUTER_MAGASIN_COH
                           IF idxMagCoh > 0 THEN
                              ADD ms_quantite TO
                                  mcGrandLivre(idxMagCoh) END-ADD
                           END-IF
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE fmouvStock
           OPEN INPUT fstocksMagasin
           PERFORM VARYING idxMagCoh FROM 1 BY 1
                   UNTIL idxMagCoh > nbMagasinsCoh
               MOVE cohCode(idxMagCoh) TO sm_magasin
               MOVE fi_id TO sm_idRef
               READ fstocksMagasin KEY IS sm_cle
                  INVALID KEY MOVE 0 TO mcStock(idxMagCoh)
                  NOT INVALID KEY
                     MOVE sm_quantite TO mcStock(idxMagCoh)
               END-READ
           END-PERFORM
           CLOSE fstocksMagasin.

      *>Cette méthode cumule la quantite du titre courant partie
      *>d'un magasin et pas encore recue par le magasin destinataire
      *>(sortie du grand livre de l'expediteur, toujours dans
      *>fi_quantite)
        CUMULER_TRANSIT_COH.
           MOVE 0 TO quantiteTransitCoh
           MOVE 1 TO WfinCoh2
           OPEN INPUT ftransferts
           PERFORM WITH TEST AFTER UNTIL WfinCoh2 = 0
               READ ftransferts NEXT
               AT END MOVE 0 TO WfinCoh2
               NOT AT END
                   IF tr_idRef = fi_id AND
                      TRANSFERT_EN_TRANSIT THEN
                      ADD tr_quantite TO quantiteTransitCoh END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ftransferts.

      *>Cette méthode compte les exemplaires individualises encore en
      *>stock du titre courant, et a part ceux qui en sont sortis
      *>sans quitter la boutique (pret, gradation, annonce)
        COMPTER_EXEMPLAIRES_COH.
           MOVE 0 TO nbExemplairesCoh
           MOVE 0 TO nbExemplairesSortisCoh
           MOVE 1 TO WfinCoh2
           OPEN INPUT fexemplaires
           MOVE fi_id TO fe_idRef
           START fexemplaires KEY IS = fe_idRef
              INVALID KEY MOVE 0 TO WfinCoh2
           END-START
           PERFORM UNTIL WfinCoh2 = 0
               READ fexemplaires NEXT
                  AT END MOVE 0 TO WfinCoh2
                  NOT AT END
                     IF fe_idRef NOT = fi_id THEN
                        MOVE 0 TO WfinCoh2
                     ELSE IF EXEMPLAIRE_EN_STOCK THEN
                        ADD 1 TO nbExemplairesCoh END-ADD
                     ELSE IF EXEMPLAIRE_EN_PRET OR
                             EXEMPLAIRE_EN_GRADATION OR
                             EXEMPLAIRE_EN_ANNONCE THEN
                        ADD 1 TO nbExemplairesSortisCoh END-ADD
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE fexemplaires.

      *>Cette méthode totalise les quantites restantes de toutes les
      *>couches de cout du titre courant, sans le plafond au stock
      *>applique par la valorisation
        COMPTER_COUCHES_COH.
           MOVE 0 TO qteCouchesCoh
           MOVE 1 TO WfinCoh2
           OPEN INPUT fcouches
           MOVE fi_id TO cc_idRef
           MOVE 0 TO cc_id
           START fcouches KEY IS NOT LESS THAN cc_cle
              INVALID KEY MOVE 0 TO WfinCoh2
           END-START
           PERFORM UNTIL WfinCoh2 = 0
               READ fcouches NEXT
                  AT END MOVE 0 TO WfinCoh2
                  NOT AT END
                     IF cc_idRef NOT = fi_id THEN
                        MOVE 0 TO WfinCoh2
                     ELSE
                        ADD cc_quantiteRestante TO qteCouchesCoh
                            END-ADD
                     END-IF
               END-READ
           END-PERFORM
           CLOSE fcouches.

      *>Cette méthode cumule les allocations de panier du titre
      *>courant et repere celles qui sont perimees
        CUMULER_ALLOCATIONS_COH.
           MOVE 0 TO totalAllocationsCoh
           MOVE 0 TO allocationsPerimeesCoh
           MOVE 1 TO WfinCoh2
           OPEN INPUT fallocations
           PERFORM WITH TEST AFTER UNTIL WfinCoh2 = 0
               READ fallocations NEXT
               AT END MOVE 0 TO WfinCoh2
               NOT AT END
                   IF al_idRef = fi_id THEN
                      ADD al_quantite TO totalAllocationsCoh END-ADD
                      PERFORM EXAMINER_ALLOCATION_COH
                      IF trouve = 1 THEN
                         ADD al_quantite TO allocationsPerimeesCoh
                             END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fallocations.

      *>Cette méthode dit (trouve = 1) si l'allocation du tampon est
      *>perimee : l'allocation d'un panier gare l'est des que le
      *>panier n'est plus en attente, celle d'un poste des le
      *>lendemain (panier jamais encaisse ni abandonne proprement)
        EXAMINER_ALLOCATION_COH.
           MOVE 0 TO trouve
           MOVE al_poste TO clePosteCoh
           IF cpc_prefixe = cag_prefixe AND cpc_ticket IS NUMERIC
              THEN
              OPEN INPUT fpaniersGares
              MOVE cpc_ticket TO pgh_ticket
              READ fpaniersGares KEY IS pgh_ticket
                 INVALID KEY MOVE 1 TO trouve
                 NOT INVALID KEY
                    IF NOT PANIER_GARE THEN
                       MOVE 1 TO trouve
                    END-IF
              END-READ
              CLOSE fpaniersGares
           ELSE IF al_date(1:8) < dateJourCoh THEN
              MOVE 1 TO trouve
           END-IF
           END-IF.

      *>Cette méthode propose la reparation du titre courant, le
      *>grand livre des mouvements servant de reference : l'ecart de
      *>l'inventaire est soit corrige dans fi_quantite, soit repris
      *>dans le grand livre par un mouvement de correction (ou
      *>d'ouverture pour un stock anterieur au grand livre) ; puis le
      *>stock de chaque magasin est aligne sur sa part du grand
      *>livre, les couches en trop sont consommees et les allocations
      *>perimees liberees. Les exemplaires en trop sont seulement
      *>signales (a verifier en rayon). Chaque correction est
      *>confirmee et journalisee
        REPARER_TITRE_COHERENCE.
           IF fi_id = 0 THEN
              DISPLAY fi_titre, " : titre sans identifiant,"
              DISPLAY "reparation impossible avant migration"
           ELSE
              MOVE 0 TO titreRepareCoh
              DISPLAY "-- ", fi_titre, " --"
              DISPLAY "   Inventaire : ", fi_quantite,
                      " - grand livre : ", totalGrandLivreCoh,
                      " - en transit : ", quantiteTransitCoh
              IF ECART_INVENTAIRE_COH THEN
                 PERFORM REPARER_INVENTAIRE_COH
              END-IF
              PERFORM REPARER_ANNEXES_COH
              IF titreRepareCoh = 1 THEN
                 ADD 1 TO nbTitresReparesCoh END-ADD
              END-IF
           END-IF.

      *>Cette méthode traite l'ecart entre l'inventaire et le grand
      *>livre du titre courant, au choix du gerant
        REPARER_INVENTAIRE_COH.
           MOVE SPACES TO reponseReparationCoh
           IF nbMouvementsCoh = 0 THEN
              DISPLAY "   Aucun mouvement : reprendre les ",
                      fi_quantite, " exemplaire(s) comme stock"
              DISPLAY "   d'ouverture du grand livre ? (O/N)"
              ACCEPT reponseReparationCoh
              IF reponseReparationCoh = "O" OR
                 reponseReparationCoh = "o" THEN
                 MOVE "O" TO reponseReparationCoh
              ELSE
                 MOVE "N" TO reponseReparationCoh
              END-IF
           ELSE
              DISPLAY "   (I) aligner l'inventaire sur le grand livre"
              DISPLAY "   (O) reprendre l'ecart dans le grand livre"
              DISPLAY "   (N) ne rien corriger"
              PERFORM WITH TEST AFTER UNTIL
                      reponseReparationCoh = "I" OR "O" OR "N"
                  ACCEPT reponseReparationCoh
                  MOVE FUNCTION UPPER-CASE(reponseReparationCoh) TO
                       reponseReparationCoh
              END-PERFORM
           END-IF
           EVALUATE reponseReparationCoh
              WHEN "I"
                 IF stockAttenduCoh < 0 THEN
                    DISPLAY "   Grand livre negatif : inventaire mis"
                    DISPLAY "   a zero"
                    MOVE 0 TO stockAttenduCoh
                 END-IF
                 MOVE stockAttenduCoh TO fi_quantite
                 REWRITE tamp_finventaire
                    INVALID KEY
                       DISPLAY "Erreur de correction pour ", fi_titre
                    NOT INVALID KEY
                       MOVE 1 TO titreRepareCoh
                       MOVE "finventaire" TO journalFichier
                       PERFORM JOURNALISER_CORRECTION_COH
                       PERFORM ECRIRE_REPARATION_COH
                 END-REWRITE
              WHEN "O"
                 COMPUTE quantiteCoh = fi_quantite - stockAttenduCoh
                 MOVE fi_titre TO mouvStockTitre
                 MOVE fi_id TO mouvStockIdRef
                 MOVE quantiteCoh TO mouvStockQuantite
                 IF nbMouvementsCoh = 0 THEN
                    MOVE "OUVERTURE" TO mouvStockMotif
                 ELSE
                    MOVE "CORRECTION" TO mouvStockMotif
                 END-IF
                 MOVE dateJourCoh TO mouvStockReference
                 PERFORM ENREGISTRER_MOUVEMENT_STOCK
                 MOVE 1 TO titreRepareCoh
                 MOVE "fmouvStock" TO journalFichier
                 PERFORM JOURNALISER_CORRECTION_COH
                 PERFORM ECRIRE_REPARATION_COH
                 *>Le mouvement a ete porte au magasin du poste :
                 *>les parts des magasins sont recalculees
                 PERFORM CUMULER_GRAND_LIVRE_COH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *>Cette méthode aligne sur le grand livre, apres confirmation,
      *>le stock de chaque magasin, les couches de cout et les
      *>allocations du titre courant
        REPARER_ANNEXES_COH.
           MOVE 0 TO nbEcartsTitreCoh
           PERFORM VARYING idxMagCoh FROM 1 BY 1
                   UNTIL idxMagCoh > nbMagasinsCoh
               IF mcStock(idxMagCoh) NOT = mcGrandLivre(idxMagCoh)
                  THEN
                  ADD 1 TO nbEcartsTitreCoh END-ADD
                  DISPLAY "   Magasin ", cohCode(idxMagCoh),
                          " : stock ", mcStock(idxMagCoh),
                          " -> ", mcGrandLivre(idxMagCoh)
               END-IF
           END-PERFORM
           MOVE 0 TO quantiteLigne
           IF fi_idConsignataire = 0 THEN
              PERFORM COMPTER_COUCHES_COH
              COMPUTE stockDetenuCoh = fi_quantite
                                     + nbExemplairesSortisCoh
              IF qteCouchesCoh > stockDetenuCoh THEN
                 COMPUTE quantiteLigne = qteCouchesCoh - stockDetenuCoh
                 ADD 1 TO nbEcartsTitreCoh END-ADD
                 DISPLAY "   Couches de cout : ", quantiteLigne,
                         " exemplaire(s) a consommer"
              END-IF
           END-IF
           IF allocationsPerimeesCoh > 0 THEN
              ADD 1 TO nbEcartsTitreCoh END-ADD
              DISPLAY "   Allocations perimees a liberer : ",
                      allocationsPerimeesCoh
           END-IF
           IF nbExemplairesCoh > fi_quantite THEN
              DISPLAY "   Exemplaires en stock au-dela de"
              DISPLAY "   l'inventaire : a verifier en rayon"
           END-IF
           IF nbEcartsTitreCoh > 0 THEN
              DISPLAY "   Appliquer ces corrections ? (O/N)"
              ACCEPT reponseReparationCoh
              IF reponseReparationCoh = "O" OR
                 reponseReparationCoh = "o" THEN
                 MOVE 1 TO titreRepareCoh
                 PERFORM ALIGNER_STOCKS_MAGASINS_COH
                 IF quantiteLigne > 0 THEN
                    MOVE fi_titre TO titreRef
                    MOVE fi_id TO idArticleRef
                    PERFORM CONSOMMER_COUCHES_COUT
                    MOVE "fcouches" TO journalFichier
                    PERFORM JOURNALISER_CORRECTION_COH
                 END-IF
                 IF allocationsPerimeesCoh > 0 THEN
                    PERFORM LIBERER_ALLOCATIONS_COH
                 END-IF
                 MOVE "A" TO reponseReparationCoh
                 PERFORM ECRIRE_REPARATION_COH
              END-IF
           END-IF.

      *>Cette méthode reecrit le stock propre de chaque magasin en
      *>ecart a sa part du grand livre
        ALIGNER_STOCKS_MAGASINS_COH.
           OPEN I-O fstocksMagasin
           PERFORM VARYING idxMagCoh FROM 1 BY 1
                   UNTIL idxMagCoh > nbMagasinsCoh
               IF mcStock(idxMagCoh) NOT = mcGrandLivre(idxMagCoh)
                  THEN
                  MOVE cohCode(idxMagCoh) TO sm_magasin
                  MOVE fi_id TO sm_idRef
                  READ fstocksMagasin KEY IS sm_cle
                     INVALID KEY
                        MOVE cohCode(idxMagCoh) TO sm_magasin
                        MOVE fi_id TO sm_idRef
                        MOVE fi_titre TO sm_titre
                        MOVE mcGrandLivre(idxMagCoh) TO sm_quantite
                        WRITE tamp_fstockMagasin
                        END-WRITE
                     NOT INVALID KEY
                        MOVE mcGrandLivre(idxMagCoh) TO sm_quantite
                        REWRITE tamp_fstockMagasin
                        END-REWRITE
                  END-READ
                  MOVE mcGrandLivre(idxMagCoh) TO mcStock(idxMagCoh)
               END-IF
           END-PERFORM
           CLOSE fstocksMagasin
           MOVE "fstocksMagasin" TO journalFichier
           PERFORM JOURNALISER_CORRECTION_COH.

      *>Cette méthode libere les allocations perimees du titre
      *>courant
        LIBERER_ALLOCATIONS_COH.
           MOVE 1 TO WfinCoh2
           OPEN I-O fallocations
           PERFORM WITH TEST AFTER UNTIL WfinCoh2 = 0
               READ fallocations NEXT
               AT END MOVE 0 TO WfinCoh2
               NOT AT END
                   IF al_idRef = fi_id THEN
                      PERFORM EXAMINER_ALLOCATION_COH
                      IF trouve = 1 THEN
                         DELETE fallocations
                         END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fallocations
           MOVE "fallocations" TO journalFichier
           PERFORM JOURNALISER_CORRECTION_COH.

      *>Cette méthode journalise une correction de coherence du titre
      *>courant sur le fichier journalFichier
        JOURNALISER_CORRECTION_COH.
           MOVE "REPARER_COHERENCE" TO journalParagraphe
           MOVE "CORRECTION" TO journalOperation
           MOVE fi_titre TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode trace dans le rapport la correction que le
      *>gerant vient de confirmer (reponseReparationCoh : I pour
      *>l'inventaire, O pour le mouvement, A pour le reste)
        ECRIRE_REPARATION_COH.
           MOVE SPACES TO ligneRapport
           EVALUATE reponseReparationCoh
              WHEN "I"
                 MOVE fi_quantite TO quantiteEditeeCoh
                 STRING "   => inventaire corrige a "
                        DELIMITED BY SIZE
                        quantiteEditeeCoh DELIMITED BY SIZE
                        INTO ligneRapport
              WHEN "O"
                 MOVE mouvStockQuantite TO quantiteEditeeCoh
                 STRING "   => mouvement " DELIMITED BY SIZE
                        mouvStockMotif DELIMITED BY " "
                        " de " DELIMITED BY SIZE
                        quantiteEditeeCoh DELIMITED BY SIZE
                        " au grand livre" DELIMITED BY SIZE
                        INTO ligneRapport
              WHEN "A"
                 MOVE "   => magasins, couches et allocations alignes"
                      TO ligneRapport
           END-EVALUATE
           WRITE ligneRapport.
