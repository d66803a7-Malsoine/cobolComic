                 MOVE idPret TO pr_id
                 MOVE idExemplaire TO pr_idExemplaire
                 MOVE fe_titre TO pr_titre
                 MOVE fe_idRef TO pr_idRef
                 MOVE idClient TO pr_client
                 MOVE FUNCTION CURRENT-DATE TO pr_dateSortie
                 PERFORM WITH TEST AFTER UNTIL dateValide = 1
                     ACCEPT dateSaisieValidee
                     PERFORM VALIDER_DATE_SAISIE
                 END-PERFORM
                 *>Une echeance tombant un jour de fermeture est
                 *>reportee au prochain jour d'ouverture
                 IF OPTION_CAL_ACTIVE(OPT_CAL_PRET) THEN
                    MOVE dateSaisieValidee TO dateCalendrier
                    PERFORM REPORTER_JOUR_OUVERT
                    IF dateCalendrier NOT = dateSaisieValidee THEN
                       DISPLAY "Magasin ferme ce jour-la, echeance"
                       DISPLAY "reportee au ", dateCalendrier
                       MOVE dateCalendrier TO dateSaisieValidee
                    END-IF
                 END-IF
                 MOVE SPACES TO pr_dateEcheance
                 MOVE dateSaisieValidee TO pr_dateEcheance(1:8)
                 MOVE SPACES TO pr_dateRetour
                 CLOSE fprets
                 *>L'exemplaire quitte le disponible du titre
                 PERFORM OUVRIR_IO_FINVENTAIRE
                 MOVE fe_idRef TO fi_id
                 READ finventaire KEY IS fi_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF fi_quantite > 0 THEN
                 END-READ
                 CLOSE finventaire
                 MOVE fe_titre TO mouvStockTitre
                 MOVE fe_idRef TO mouvStockIdRef
                 MOVE -1 TO mouvStockQuantite
                 MOVE "PRET" TO mouvStockMotif
                 MOVE pr_id TO mouvStockReference
                       MOVE pr_dateEcheance(1:8) TO dateJourNum
                       COMPUTE joursRetardPret = entierDateJour
                           - FUNCTION INTEGER-OF-DATE(dateJourNum)
                       *>Le retard peut ne compter que les jours ou
                       *>le magasin etait ouvert
                       IF joursRetardPret > 0 AND
                          OPTION_CAL_ACTIVE(OPT_CAL_RETARD) THEN
                          MOVE pr_dateEcheance(1:8) TO dateDebutOuvres
                          MOVE pr_dateRetour(1:8) TO dateFinOuvres
                          PERFORM COMPTER_JOURS_OUVRES
                          MOVE nbJoursOuvres TO joursRetardPret
                       END-IF
                       IF joursRetardPret > 0 THEN
                          COMPUTE fraisRetardPret ROUNDED =
                              joursRetardPret * TARIF_RETARD_JOUR
           END-READ
           CLOSE fexemplaires
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE pr_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO fi_quantite END-ADD
           END-READ
           CLOSE finventaire
           MOVE pr_titre TO mouvStockTitre
           MOVE pr_idRef TO mouvStockIdRef
           MOVE 1 TO mouvStockQuantite
           MOVE "RETPRET" TO mouvStockMotif
           MOVE pr_id TO mouvStockReference
                  MOVE nbLignesGradation TO gl_noLigne
                  MOVE fe_id TO gl_idExemplaire
                  MOVE fe_titre TO gl_titre
                  MOVE fe_idRef TO gl_idRef
                  MOVE fe_prix TO gl_ancienPrix
                  MOVE 0 TO gl_nouveauPrix
                  MOVE SPACES TO gl_gradeRecu
                  END-WRITE
                  *>L'exemplaire quitte le disponible du titre
                  PERFORM OUVRIR_IO_FINVENTAIRE
                  MOVE fe_idRef TO fi_id
                  READ finventaire KEY IS fi_id
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        IF fi_quantite > 0 THEN
                  END-READ
                  CLOSE finventaire
                  MOVE fe_titre TO mouvStockTitre
                  MOVE fe_idRef TO mouvStockIdRef
                  MOVE -1 TO mouvStockQuantite
                  MOVE "GRADATION" TO mouvStockMotif
                  MOVE idGradation TO mouvStockReference
                 REWRITE tamp_fexemplaire
                 END-REWRITE
                 MOVE fe_titre TO titreHisto
                 MOVE fe_idRef TO idRefHisto
                 MOVE gl_nouveauPrix TO nouveauPrix
                 MOVE "MA" TO originePrixHisto
                 PERFORM ENREGISTRER_CHANGEMENT_PRIX
           END-READ
           CLOSE fexemplaires
           PERFORM OUVRIR_IO_FINVENTAIRE
           MOVE gl_idRef TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO fi_quantite END-ADD
           END-READ
           CLOSE finventaire
           MOVE gl_titre TO mouvStockTitre
           MOVE gl_idRef TO mouvStockIdRef
           MOVE 1 TO mouvStockQuantite
           MOVE "RETGRAD" TO mouvStockMotif
           MOVE idGradation TO mouvStockReference
           PERFORM ENREGISTRER_MOUVEMENT_STOCK
           *>L'etiquette du boitier entre dans la provenance de
           *>l'exemplaire, a la suite de ses signatures eventuelles
           MOVE SPACES TO etiquetteGradation
           DISPLAY "Numero d'etiquette du boitier (ENTREE si"
           DISPLAY "l'exemplaire revient sans boitier)"
           ACCEPT etiquetteGradation
           IF etiquetteGradation NOT = SPACES THEN
              MOVE SPACES TO photoGradation
              DISPLAY "Reference de la photo du boitier (ENTREE si"
              DISPLAY "aucune)"
              ACCEPT photoGradation
              MOVE gl_idExemplaire TO idExemplaireProv
              PERFORM ENREGISTRER_PROVENANCE_GRADATION
           END-IF.

      *>Cette méthode liste les exemplaires actuellement partis chez
      *>le service de gradation, soumission par soumission
                  MOVE nbLignesOffre TO ol_noLigne
                  DISPLAY "Entrez le titre de la piece"
                  ACCEPT ol_titre
                  MOVE ol_titre TO titreIdRef
                  PERFORM RESOUDRE_ID_REFERENCE
                  MOVE idReference TO ol_idRef
                  PERFORM WITH TEST AFTER UNTIL ol_quantite > 0
                          DISPLAY "Entrez la quantite"
                          ACCEPT ol_quantite
           MOVE "C" TO fa_origine
           MOVE idClientRachat TO fa_idClient
           MOVE codeMagasin TO fa_magasin
           MOVE 0 TO fa_idCommandeFourn
           PERFORM OUVRIR_IO_FACHATS
           *>Une piece non referencee lors de l'offre a pu l'etre
           *>depuis
           MOVE ol_idRef TO fa_idRef
           IF fa_idRef = 0 THEN
              MOVE fa_titreComics TO titreIdRef
              PERFORM RESOUDRE_ID_REFERENCE
              MOVE idReference TO fa_idRef
           END-IF
           WRITE tamp_fachats
           END-WRITE
           CLOSE fachats
           MOVE fa_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL
           MOVE ol_titre TO titreRef
           MOVE fa_idRef TO idArticleRef
           PERFORM VERIF_TITRE_REF
           IF trouve = 0 THEN
              *>Reference nouvelle : creation avec des valeurs par
              MOVE "LI" TO fi_categorie
              MOVE 0 TO fi_idConsignataire
              MOVE 0 TO fi_tauxCommission
              MOVE 0 TO fi_idEditeur
              MOVE "O" TO fi_saisieLocale
              PERFORM OUVRIR_IO_FINVENTAIRE
              WRITE tamp_finventaire
              END-WRITE
              CLOSE finventaire
              PERFORM OUVRIR_IO_FACHATS
              PERFORM RATTACHER_ACHAT_NOUVELLE_REF
              CLOSE fachats
           ELSE
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE idArticleRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD ol_quantite TO fi_quantite END-ADD
              CLOSE finventaire
           END-IF
           MOVE ol_titre TO mouvStockTitre
           MOVE idArticleRef TO mouvStockIdRef
           MOVE ol_quantite TO mouvStockQuantite
           MOVE "RACHAT" TO mouvStockMotif
           MOVE fa_id TO mouvStockReference
                   " pour ", totalOffresPeriode
           DISPLAY "Offres acceptees : ", nbOffresAcceptees,
                   " pour ", totalOffresAcceptees.

      *>Cette méthode gere les dossiers du service client
      *>(reclamations, demandes particulieres, rappels promis) qui
      *>vivaient sur des post-it perdus d'une equipe a l'autre
        GERER_DOSSIERS_CLIENTS.
           MOVE 9 TO choixDossier
           PERFORM WITH TEST AFTER UNTIL choixDossier = 0
               DISPLAY "   -- DOSSIERS DU SERVICE CLIENT --"
               DISPLAY "      -Ouvrir un dossier (1)"
               DISPLAY "      -Ajouter une note a un dossier (2)"
               DISPLAY "      -Modifier statut / responsable /"
               DISPLAY "       date promise (3)"
               DISPLAY "      -Clore un dossier (4)"
               DISPLAY "      -Dossiers d'un client (5)"
               DISPLAY "      -Afficher un dossier et ses notes (6)"
               DISPLAY "      -Dossiers en retard (7)"
               DISPLAY "      -RETOUR (0)"
               ACCEPT choixDossier
               EVALUATE choixDossier
                   WHEN 1 PERFORM OUVRIR_DOSSIER_CLIENT
                   WHEN 2 PERFORM NOTER_DOSSIER_CLIENT
                   WHEN 3 PERFORM MODIFIER_DOSSIER_CLIENT
                   WHEN 4 PERFORM CLORE_DOSSIER_CLIENT
                   WHEN 5 PERFORM CONSULTER_DOSSIERS_CLIENT
                   WHEN 6 PERFORM AFFICHER_DOSSIER_CLIENT
                   WHEN 7 PERFORM RAPPORT_DOSSIERS_EN_RETARD
               END-EVALUATE
           END-PERFORM.

      *>Cette méthode ouvre un dossier pour un client, rattache au
      *>besoin a une de ses ventes, commandes, expeditions ou
      *>prets, avec categorie, responsable et date promise
        OUVRIR_DOSSIER_CLIENT.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClientDossier
           MOVE 0 TO testClient
           OPEN INPUT fclients
           MOVE idClientDossier TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY MOVE 1 TO testClient
           END-READ
           CLOSE fclients
           IF testClient = 1 THEN
              MOVE idClientDossier TO ds_client
              MOVE 0 TO lienValide
              PERFORM WITH TEST AFTER UNTIL lienValide = 1
                  DISPLAY "Rattacher a : VE vente, CM commande,"
                  DISPLAY "EX expedition, PR pret (vide = aucun)"
                  ACCEPT ds_typeLien
                  MOVE 0 TO ds_idLien
                  IF LIEN_AUCUN THEN
                     MOVE 1 TO lienValide
                  ELSE
                     DISPLAY "Entrez le numero de la piece"
                     ACCEPT ds_idLien
                     PERFORM VERIFIER_LIEN_DOSSIER
                  END-IF
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL DOSSIER_ABIME OR
                      DOSSIER_MANQUANT OR DOSSIER_LITIGE_PRIX OR
                      DOSSIER_RAPPEL OR DOSSIER_AUTRE
                  DISPLAY "Categorie : AB article abime, MQ numero"
                  DISPLAY "manquant, PX litige de prix, RA rappel"
                  DISPLAY "promis, AU autre"
                  ACCEPT ds_categorie
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL ds_objet NOT = SPACES
                  DISPLAY "Objet du dossier"
                  ACCEPT ds_objet
              END-PERFORM
              PERFORM SAISIR_RESPONSABLE_DOSSIER
              PERFORM SAISIR_DATE_PROMISE_DOSSIER
              MOVE "DOSSIER" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO ds_id
              MOVE prochainId TO idDossier
              MOVE 0 TO ds_statut
              MOVE FUNCTION CURRENT-DATE(1:8) TO ds_dateOuverture
              MOVE SPACES TO ds_dateCloture
              MOVE SPACES TO ds_resolution
              MOVE SPACES TO ds_refResolution
              MOVE 0 TO ds_nbNotes
              OPEN I-O fdossiersClients
              WRITE tamp_fdossierClient
              END-WRITE
              CLOSE fdossiersClients
              DISPLAY "Dossier ", ds_id, " ouvert"
              MOVE "OUVRIR_DOSSIER_CLIENT" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fdossiersClients" TO journalFichier
              MOVE ds_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
              DISPLAY "Premiere note (vide = aucune)"
              ACCEPT texteNoteDossier
              IF texteNoteDossier NOT = SPACES THEN
                 PERFORM AJOUTER_NOTE_DOSSIER
              END-IF
           END-IF.

      *>Cette méthode verifie que la piece ds_typeLien / ds_idLien
      *>existe et appartient bien au client ds_client
        VERIFIER_LIEN_DOSSIER.
           MOVE 0 TO lienValide
           EVALUATE TRUE
               WHEN LIEN_VENTE
                   OPEN INPUT fventes
                   MOVE ds_idLien TO fv_id
                   READ fventes KEY IS fv_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF fv_client = ds_client THEN
                            MOVE 1 TO lienValide
                         END-IF
                   END-READ
                   CLOSE fventes
               WHEN LIEN_COMMANDE
                   OPEN INPUT fcommandes
                   MOVE ds_idLien TO cmd_id
                   READ fcommandes KEY IS cmd_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF cmd_client = ds_client THEN
                            MOVE 1 TO lienValide
                         END-IF
                   END-READ
                   CLOSE fcommandes
               WHEN LIEN_EXPEDITION
                   OPEN INPUT fexpeditions
                   MOVE ds_idLien TO ex_id
                   READ fexpeditions KEY IS ex_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF ex_client = ds_client THEN
                            MOVE 1 TO lienValide
                         END-IF
                   END-READ
                   CLOSE fexpeditions
               WHEN LIEN_PRET
                   OPEN INPUT fprets
                   MOVE ds_idLien TO pr_id
                   READ fprets KEY IS pr_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF pr_client = ds_client THEN
                            MOVE 1 TO lienValide
                         END-IF
                   END-READ
                   CLOSE fprets
               WHEN OTHER
                   DISPLAY "Type de piece inconnu"
           END-EVALUATE
           IF lienValide = 0 THEN
              DISPLAY "Piece introuvable pour ce client"
           END-IF.

      *>Cette méthode fait saisir l'employe responsable du dossier
      *>(l'employe connecte par defaut), qui doit etre actif
        SAISIR_RESPONSABLE_DOSSIER.
           MOVE 0 TO lienValide
           PERFORM WITH TEST AFTER UNTIL lienValide = 1
               DISPLAY "Employe responsable (vide = ", idEmploye, ")"
               ACCEPT ds_responsable
               IF ds_responsable = SPACES THEN
                  MOVE idEmploye TO ds_responsable
               END-IF
               OPEN INPUT femployes
               MOVE ds_responsable TO em_id
               READ femployes KEY IS em_id
                  INVALID KEY DISPLAY "Identifiant employe inconnu"
                  NOT INVALID KEY
                     IF EMPLOYE_ACTIF THEN
                        MOVE 1 TO lienValide
                     ELSE
                        DISPLAY "Ce compte employe est desactive"
                     END-IF
               END-READ
               CLOSE femployes
           END-PERFORM.

      *>Cette méthode fait saisir la date promise au client
      *>(AAAAMMJJ, vide si aucune promesse n'a ete faite)
        SAISIR_DATE_PROMISE_DOSSIER.
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Date promise au client (AAAAMMJJ, vide ="
               DISPLAY "aucune)"
               ACCEPT ds_datePromise
               IF ds_datePromise = SPACES THEN
                  MOVE 1 TO dateValide
               ELSE
                  MOVE ds_datePromise TO dateSaisieValidee
                  PERFORM VALIDER_DATE_SAISIE
               END-IF
           END-PERFORM.

      *>Cette méthode lit le dossier idDossier dans
      *>tamp_fdossierClient (dossierTrouve a 1 s'il existe)
        CHARGER_DOSSIER_CLIENT.
           MOVE 0 TO dossierTrouve
           OPEN INPUT fdossiersClients
           MOVE idDossier TO ds_id
           READ fdossiersClients KEY IS ds_id
              INVALID KEY DISPLAY "Ce dossier n'existe pas"
              NOT INVALID KEY MOVE 1 TO dossierTrouve
           END-READ
           CLOSE fdossiersClients.

      *>Cette méthode ajoute au dossier idDossier la note
      *>texteNoteDossier, datee et signee par l'employe connecte
        AJOUTER_NOTE_DOSSIER.
           OPEN I-O fdossiersClients
           MOVE idDossier TO ds_id
           READ fdossiersClients KEY IS ds_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO ds_nbNotes END-ADD
                 REWRITE tamp_fdossierClient
                 END-REWRITE
                 MOVE ds_id TO nd_idDossier
                 MOVE ds_nbNotes TO nd_noNote
                 MOVE FUNCTION CURRENT-DATE(1:14) TO nd_dateHeure
                 MOVE idEmploye TO nd_employe
                 MOVE texteNoteDossier TO nd_texte
                 OPEN I-O fnotesDossiers
                 WRITE tamp_fnoteDossier
                 END-WRITE
                 CLOSE fnotesDossiers
           END-READ
           CLOSE fdossiersClients.

      *>Cette méthode ajoute une note a l'historique d'un dossier
      *>encore ouvert
        NOTER_DOSSIER_CLIENT.
           DISPLAY "Entrez le numero du dossier"
           ACCEPT idDossier
           PERFORM CHARGER_DOSSIER_CLIENT
           IF dossierTrouve = 1 THEN
              IF DOSSIER_CLOS THEN
                 DISPLAY "Ce dossier est clos"
              ELSE
                 PERFORM WITH TEST AFTER UNTIL
                         texteNoteDossier NOT = SPACES
                     DISPLAY "Texte de la note"
                     ACCEPT texteNoteDossier
                 END-PERFORM
                 PERFORM AJOUTER_NOTE_DOSSIER
                 DISPLAY "Note ajoutee au dossier ", idDossier
              END-IF
           END-IF.

      *>Cette méthode change le statut, le responsable ou la date
      *>promise d'un dossier ouvert ; le changement est note a son
      *>historique
        MODIFIER_DOSSIER_CLIENT.
           DISPLAY "Entrez le numero du dossier"
           ACCEPT idDossier
           PERFORM CHARGER_DOSSIER_CLIENT
           IF dossierTrouve = 1 THEN
              IF DOSSIER_CLOS THEN
                 DISPLAY "Ce dossier est clos"
              ELSE
                 PERFORM AFFICHER_ENTETE_DOSSIER
                 MOVE 9 TO choixDossier
                 PERFORM WITH TEST AFTER UNTIL choixDossier < 3 OR
                         choixDossier = 9
                     DISPLAY "Nouveau statut : 0 ouvert, 1 en cours,"
                     DISPLAY "2 en attente du client, 9 inchange"
                     ACCEPT choixDossier
                 END-PERFORM
                 IF choixDossier NOT = 9 THEN
                    MOVE choixDossier TO ds_statut
                 END-IF
                 DISPLAY "Changer le responsable ? (O/N)"
                 ACCEPT reponseDossier
                 IF reponseDossier = "O" OR
                    reponseDossier = "o" THEN
                    PERFORM SAISIR_RESPONSABLE_DOSSIER
                 END-IF
                 DISPLAY "Changer la date promise ? (O/N)"
                 ACCEPT reponseDossier
                 IF reponseDossier = "O" OR
                    reponseDossier = "o" THEN
                    PERFORM SAISIR_DATE_PROMISE_DOSSIER
                 END-IF
                 OPEN I-O fdossiersClients
                 REWRITE tamp_fdossierClient
                 END-REWRITE
                 CLOSE fdossiersClients
                 PERFORM OBTENIR_LIBELLE_DOSSIER
                 MOVE SPACES TO texteNoteDossier
                 STRING "Suivi : " DELIMITED BY SIZE
                        libelleStatutDossier DELIMITED BY "  "
                        ", responsable " DELIMITED BY SIZE
                        ds_responsable DELIMITED BY SPACE
                        ", promis le " DELIMITED BY SIZE
                        ds_datePromise DELIMITED BY SIZE
                        INTO texteNoteDossier
                 PERFORM AJOUTER_NOTE_DOSSIER
                 DISPLAY "Dossier mis a jour"
                 MOVE 9 TO choixDossier
                 MOVE "MODIFIER_DOSSIER_CLIENT" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "fdossiersClients" TO journalFichier
                 MOVE idDossier TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              END-IF
           END-IF.

      *>Cette méthode clot un dossier avec son action de resolution :
      *>avoir au client, commande de remplacement gratuite, bon de
      *>courtoisie, ou cloture sans action ; la reference du bon ou
      *>de la commande creee reste attachee au dossier
        CLORE_DOSSIER_CLIENT.
           DISPLAY "Entrez le numero du dossier"
           ACCEPT idDossier
           PERFORM CHARGER_DOSSIER_CLIENT
           IF dossierTrouve = 1 AND DOSSIER_CLOS THEN
              DISPLAY "Ce dossier est deja clos"
              MOVE 0 TO dossierTrouve
           END-IF
           IF dossierTrouve = 1 THEN
              PERFORM AFFICHER_ENTETE_DOSSIER
              PERFORM WITH TEST AFTER UNTIL RESOLUTION_AVOIR OR
                      RESOLUTION_REMPLACEMENT OR
                      RESOLUTION_BON_COURTOISIE OR
                      RESOLUTION_SANS_ACTION
                  DISPLAY "Resolution : AV avoir, RC commande de"
                  DISPLAY "remplacement, BC bon de courtoisie,"
                  DISPLAY "SA sans action"
                  ACCEPT ds_resolution
              END-PERFORM
              MOVE ds_resolution TO resolutionDossier
              MOVE SPACES TO refResolutionDossier
              EVALUATE TRUE
                  WHEN RESOLUTION_AVOIR
                      PERFORM WITH TEST AFTER UNTIL montantBonVendu > 0
                          DISPLAY "Montant de l'avoir"
                          ACCEPT montantBonVendu
                      END-PERFORM
                      MOVE "A" TO ba_type
                      MOVE ds_client TO ba_client
                      PERFORM EMETTRE_BON_ACHAT
                      MOVE numeroBonAchat TO refResolutionDossier
                  WHEN RESOLUTION_BON_COURTOISIE
                      PERFORM WITH TEST AFTER UNTIL montantBonVendu > 0
                          DISPLAY "Montant du bon de courtoisie"
                          ACCEPT montantBonVendu
                      END-PERFORM
                      MOVE "C" TO ba_type
                      MOVE ds_client TO ba_client
                      PERFORM EMETTRE_BON_ACHAT
                      MOVE numeroBonAchat TO refResolutionDossier
                  WHEN RESOLUTION_REMPLACEMENT
                      MOVE ds_client TO idClientDossier
                      PERFORM CREER_COMMANDE_REMPLACEMENT
                      MOVE cmd_id TO refResolutionDossier
              END-EVALUATE
              PERFORM WITH TEST AFTER UNTIL
                      texteNoteDossier NOT = SPACES
                  DISPLAY "Note de cloture"
                  ACCEPT texteNoteDossier
              END-PERFORM
              PERFORM AJOUTER_NOTE_DOSSIER
              OPEN I-O fdossiersClients
              MOVE idDossier TO ds_id
              READ fdossiersClients KEY IS ds_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 3 TO ds_statut
                    MOVE FUNCTION CURRENT-DATE(1:8) TO ds_dateCloture
                    MOVE resolutionDossier TO ds_resolution
                    MOVE refResolutionDossier TO ds_refResolution
                    REWRITE tamp_fdossierClient
                    END-REWRITE
                    DISPLAY "Dossier ", ds_id, " clos (", ds_resolution,
                            " ", ds_refResolution, ")"
              END-READ
              CLOSE fdossiersClients
              MOVE "CLORE_DOSSIER_CLIENT" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fdossiersClients" TO journalFichier
              MOVE idDossier TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode cree la commande de remplacement gratuite
      *>d'un dossier pour le client idClientDossier : en-tete a
      *>prix nul et une ligne en attente d'arrivee, suivie et
      *>retiree comme toute commande client
        CREER_COMMANDE_REMPLACEMENT.
           MOVE 0 TO trouve
           PERFORM WITH TEST AFTER UNTIL trouve = 1
               DISPLAY "Titre a remplacer"
               ACCEPT titreRemplacementDossier
               OPEN INPUT finventaire
               MOVE titreRemplacementDossier TO fi_titre
               READ finventaire KEY IS fi_titre
                  INVALID KEY DISPLAY "Ce titre n'existe pas"
                  NOT INVALID KEY MOVE 1 TO trouve
               END-READ
               CLOSE finventaire
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL verifVente = 0
                MOVE "VENTE" TO compteurNom
                PERFORM OBTENIR_PROCHAIN_ID
                MOVE prochainId TO idVente
                PERFORM VERIF_ID_VENTE
           END-PERFORM
           MOVE idVente TO fv_id
           MOVE 1 TO fv_statut
           MOVE FUNCTION CURRENT-DATE TO fv_dateVente
           MOVE titreRemplacementDossier TO fv_titreComics
           MOVE 0 TO fv_prixVenteHT
           MOVE 0 TO fv_montantTVA
           MOVE 0 TO fv_prixVente
           MOVE idClientDossier TO fv_client
           MOVE idEmploye TO fv_employe
           MOVE SPACES TO fv_codePromo
           MOVE SPACES TO fv_modePaiement
           MOVE 0 TO fv_idSession
           MOVE 0 TO fv_acompte
           MOVE 0 TO fv_resteDu
           MOVE codeMagasin TO fv_magasin
           MOVE "P" TO fv_canalRecu
           MOVE fi_id TO fv_idRef
           MOVE "COMMANDE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO cmd_id
           MOVE idVente TO cmd_idVente
           MOVE 0 TO cmd_idPlan
           MOVE "B" TO cmd_origine
           PERFORM RANGER_COMMANDE_TAMPON
           PERFORM OUVRIR_IO_FCOMMANDES
           WRITE tamp_fcommande
           END-WRITE
           CLOSE fcommandes
           MOVE cmd_id TO cml_idCommande
           MOVE 1 TO cml_noLigne
           MOVE fv_titreComics TO cml_titreComics
           MOVE fv_idRef TO cml_idRef
           MOVE 1 TO cml_quantite
           MOVE 0 TO cml_prixLigneTTC
           MOVE 0 TO cml_statut
           MOVE 0 TO cml_idCommandeFourn
           MOVE 0 TO cml_noLigneCF
           MOVE 0 TO cml_idExpedition
           MOVE SPACES TO cml_dateArrivee
           MOVE SPACES TO cml_dateNotification
           OPEN I-O fcommandesLignes
           WRITE tamp_fcommandeLigne
           END-WRITE
           CLOSE fcommandesLignes
           DISPLAY "Commande de remplacement ", cmd_id, " creee : ",
                   fv_titreComics
           MOVE "CLORE_DOSSIER_CLIENT" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fcommandes" TO journalFichier
           MOVE cmd_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode donne le libelle du statut du dossier du
      *>tampon tamp_fdossierClient
        OBTENIR_LIBELLE_DOSSIER.
           EVALUATE TRUE
               WHEN DOSSIER_OUVERT
                   MOVE "OUVERT" TO libelleStatutDossier
               WHEN DOSSIER_EN_COURS
                   MOVE "EN COURS" TO libelleStatutDossier
               WHEN DOSSIER_EN_ATTENTE_CLIENT
                   MOVE "ATTENTE CLIENT" TO libelleStatutDossier
               WHEN DOSSIER_CLOS
                   MOVE "CLOS" TO libelleStatutDossier
           END-EVALUATE.

      *>Cette méthode affiche l'en-tete du dossier du tampon
        AFFICHER_ENTETE_DOSSIER.
           PERFORM OBTENIR_LIBELLE_DOSSIER
           DISPLAY "Dossier ", ds_id, " - client ", ds_client
           DISPLAY "   ", ds_categorie, " : ", ds_objet
           DISPLAY "   Statut ", libelleStatutDossier,
                   " responsable ", ds_responsable
           DISPLAY "   Ouvert le ", ds_dateOuverture,
                   " promis le ", ds_datePromise
           IF NOT LIEN_AUCUN THEN
              DISPLAY "   Piece ", ds_typeLien, " ", ds_idLien
           END-IF
           IF DOSSIER_CLOS THEN
              DISPLAY "   Clos le ", ds_dateCloture, " resolution ",
                      ds_resolution, " ", ds_refResolution
           END-IF.

      *>Cette méthode affiche un dossier et tout l'historique de
      *>ses notes
        AFFICHER_DOSSIER_CLIENT.
           DISPLAY "Entrez le numero du dossier"
           ACCEPT idDossier
           PERFORM CHARGER_DOSSIER_CLIENT
           IF dossierTrouve = 1 THEN
              PERFORM AFFICHER_ENTETE_DOSSIER
              OPEN INPUT fnotesDossiers
              MOVE idDossier TO nd_idDossier
              MOVE 0 TO nd_noNote
              MOVE 1 TO WfinNoteDossier
              START fnotesDossiers KEY IS >= nd_cle
                 INVALID KEY MOVE 0 TO WfinNoteDossier
              END-START
              PERFORM UNTIL WfinNoteDossier = 0
                  READ fnotesDossiers NEXT
                  AT END MOVE 0 TO WfinNoteDossier
                  NOT AT END
                      IF nd_idDossier NOT = idDossier THEN
                         MOVE 0 TO WfinNoteDossier
                      ELSE
                         DISPLAY nd_dateHeure(1:8), " ",
                                 nd_dateHeure(9:4), " ", nd_employe
                         DISPLAY "   ", nd_texte
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fnotesDossiers
           END-IF.

      *>Cette méthode liste les dossiers d'un client, ouverts et
      *>clos
        CONSULTER_DOSSIERS_CLIENT.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClientDossier
           MOVE 0 TO nbDossiersOuverts
           DISPLAY "-- DOSSIERS DU CLIENT ", idClientDossier, " --"
           OPEN INPUT fdossiersClients
           MOVE idClientDossier TO ds_client
           MOVE 1 TO WfinDossier
           START fdossiersClients KEY IS = ds_client
              INVALID KEY MOVE 0 TO WfinDossier
           END-START
           PERFORM UNTIL WfinDossier = 0
               READ fdossiersClients NEXT
               AT END MOVE 0 TO WfinDossier
               NOT AT END
                   IF ds_client NOT = idClientDossier THEN
                      MOVE 0 TO WfinDossier
                   ELSE
                      ADD 1 TO nbDossiersOuverts END-ADD
                      PERFORM OBTENIR_LIBELLE_DOSSIER
                      DISPLAY ds_id, " ", ds_dateOuverture, " ",
                              libelleStatutDossier
                      DISPLAY "   ", ds_categorie, " : ", ds_objet
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdossiersClients
           DISPLAY "Dossiers : ", nbDossiersOuverts.

      *>Cette méthode previent le comptoir, quand il sert le client
      *>idClientDossier, des dossiers encore ouverts a son nom
        SIGNALER_DOSSIERS_OUVERTS.
           MOVE 0 TO nbDossiersOuverts
           OPEN INPUT fdossiersClients
           MOVE idClientDossier TO ds_client
           MOVE 1 TO WfinDossier
           START fdossiersClients KEY IS = ds_client
              INVALID KEY MOVE 0 TO WfinDossier
           END-START
           PERFORM UNTIL WfinDossier = 0
               READ fdossiersClients NEXT
               AT END MOVE 0 TO WfinDossier
               NOT AT END
                   IF ds_client NOT = idClientDossier THEN
                      MOVE 0 TO WfinDossier
                   ELSE
                      IF NOT DOSSIER_CLOS THEN
                         IF nbDossiersOuverts = 0 THEN
                            DISPLAY "*** DOSSIER CLIENT OUVERT ***"
                         END-IF
                         ADD 1 TO nbDossiersOuverts END-ADD
                         DISPLAY "Dossier ", ds_id, " : ", ds_objet
                         DISPLAY "   promis le ", ds_datePromise,
                                 " suivi par ", ds_responsable
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdossiersClients.

      *>Cette méthode liste pour le gerant les dossiers non clos
      *>dont la date promise est passee, a l'ecran et dans un
      *>rapport date
        RAPPORT_DOSSIERS_EN_RETARD.
           MOVE 0 TO nbDossiersEnRetard
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "DOSSIERS-EN-RETARD-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Dossiers clients en retard au " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Dossier;Client;Promis le;Responsable;Statut;Objet"
                  DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           DISPLAY "-- DOSSIERS CLIENTS EN RETARD --"
           OPEN INPUT fdossiersClients
           MOVE 1 TO WfinDossier
           PERFORM UNTIL WfinDossier = 0
               READ fdossiersClients NEXT
               AT END MOVE 0 TO WfinDossier
               NOT AT END
                   IF NOT DOSSIER_CLOS AND
                      ds_datePromise NOT = SPACES AND
                      ds_datePromise < dateRapport(1:8) THEN
                      ADD 1 TO nbDossiersEnRetard END-ADD
                      PERFORM OBTENIR_LIBELLE_DOSSIER
                      DISPLAY ds_id, " client ", ds_client,
                              " promis le ", ds_datePromise
                      DISPLAY "   ", ds_responsable, " ",
                              libelleStatutDossier, " ", ds_objet
                      MOVE SPACES TO ligneRapport
                      STRING ds_id DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ds_client DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ds_datePromise DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ds_responsable DELIMITED BY SPACE
                             ";" DELIMITED BY SIZE
                             libelleStatutDossier DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             ds_objet DELIMITED BY "  "
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdossiersClients
           MOVE SPACES TO ligneRapport
           STRING "Dossiers en retard : " DELIMITED BY SIZE
                  nbDossiersEnRetard DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Dossiers en retard : ", nbDossiersEnRetard
           DISPLAY "Rapport enregistre dans : ", nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.
