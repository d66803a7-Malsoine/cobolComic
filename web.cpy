      *>est retrouve par son mail ou son telephone (cree sinon), le
      *>titre en stock part en reservation et le titre en rupture en
      *>commande ; les lignes irrecuperables vont au rapport de
      *>rejets au lieu d'arreter l'import en plein fichier. Une
      *>ligne reglee sur le site porte en plus la reference et le
      *>montant du paiement en ligne : le prepaiement est inscrit au
      *>registre et regle la reservation ou la commande, rien n'est
      *>plus encaisse au retrait
        IMPORTER_COMMANDES_WEB.
           DISPLAY "Entrez le nom du fichier de commandes web"
           ACCEPT nomCommandesWeb
              DISPLAY "Rapport des rejets : ", nomRapport
              MOVE "IMPORTER_COMMANDES_WEB" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "fcommandes" TO journalFichier
              MOVE nomCommandesWeb TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.
           MOVE SPACES TO champTelWeb
           MOVE SPACES TO champNomWeb
           MOVE SPACES TO champPrenomWeb
           MOVE SPACES TO champRefPaiementWeb
           MOVE SPACES TO champMontantPayeWeb
           UNSTRING ligneCommandeWeb DELIMITED BY ";"
               INTO champIsbnWeb champQteWeb champMailWeb
                    champTelWeb champNomWeb champPrenomWeb
                    champRefPaiementWeb champMontantPayeWeb
           *>Sans reference de paiement, la ligne se regle au
           *>retrait comme auparavant
           MOVE 0 TO montantPayeWeb
           IF champRefPaiementWeb NOT = SPACES AND
              champMontantPayeWeb NOT = SPACES THEN
              COMPUTE montantPayeWeb ROUNDED =
                  FUNCTION NUMVAL(champMontantPayeWeb)
           END-IF
           IF champIsbnWeb = SPACES OR champQteWeb = SPACES THEN
              PERFORM REJETER_COMMANDE_WEB
           ELSE
      *>commandee du titre en stock (une reservation par exemplaire,
      *>valable deux semaines, comme pour les abonnes de serie)
        RESERVER_COMMANDE_WEB.
           MOVE 0 TO idPrepaiementWeb
           MOVE 0 TO premiereReservationWeb
           IF montantPayeWeb > 0 THEN
              MOVE "PREPAIEMENTWEB" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO idPrepaiementWeb
           END-IF
           MOVE 0 TO noLigneVente
           PERFORM WITH TEST AFTER UNTIL noLigneVente >= qteWeb
               ADD 1 TO noLigneVente END-ADD
               PERFORM OUVRIR_IO_FINVENTAIRE
               READ finventaire KEY IS fi_id
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF fi_quantite > 0 THEN
               PERFORM OBTENIR_PROCHAIN_ID
               MOVE prochainId TO rs_id
               MOVE fi_titre TO rs_titreComics
               MOVE fi_id TO rs_idRef
               MOVE idClientWeb TO rs_client
               MOVE FUNCTION CURRENT-DATE TO rs_dateReservation
               MOVE rs_dateReservation(1:8) TO dateJourNum
               COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(dateJourNum) + 14)
               IF OPTION_CAL_ACTIVE(OPT_CAL_RESERVE) THEN
                  MOVE dateJourNum TO dateCalendrier
                  PERFORM REPORTER_JOUR_OUVERT
                  MOVE dateCalendrier TO dateJourNum
               END-IF
               MOVE SPACES TO rs_dateExpiration
               MOVE dateJourNum TO rs_dateExpiration(1:8)
               MOVE 0 TO rs_statut
               MOVE idPrepaiementWeb TO rs_idPrepaiement
               IF premiereReservationWeb = 0 THEN
                  MOVE rs_id TO premiereReservationWeb
               END-IF
               OPEN I-O freservations
               WRITE tamp_freservation
               END-WRITE
               CLOSE freservations
               MOVE fi_titre TO mouvStockTitre
               MOVE fi_id TO mouvStockIdRef
               MOVE -1 TO mouvStockQuantite
               MOVE "RESERVE" TO mouvStockMotif
               MOVE rs_id TO mouvStockReference
               PERFORM ENREGISTRER_MOUVEMENT_STOCK
           END-PERFORM
           ADD 1 TO nbReservationsWeb END-ADD
           IF idPrepaiementWeb > 0 THEN
              MOVE "R" TO pw_origine
              MOVE premiereReservationWeb TO pw_idPiece
              MOVE 0 TO pw_montantConsomme
              PERFORM ENREGISTRER_PREPAIEMENT_WEB
           END-IF
           MOVE idClientWeb TO nb_client
           MOVE champMailWeb TO nb_mail
           MOVE "COMMANDE WEB RESERVEE" TO nb_objet
           MOVE SPACES TO nb_texte
           IF idPrepaiementWeb > 0 THEN
              STRING "Votre commande web reglee (" DELIMITED BY SIZE
                     fi_titre DELIMITED BY "  "
                     ") vous attend en boutique" DELIMITED BY SIZE
                     INTO nb_texte
           ELSE
              STRING "Votre commande web (" DELIMITED BY SIZE
                     fi_titre DELIMITED BY SIZE
                     ") est mise de cote en boutique"
                     DELIMITED BY SIZE
                     INTO nb_texte
           END-IF
           PERFORM DEPOSER_NOTIFICATION
           DISPLAY "Reservation(s) creee(s) : ", fi_titre, " x",
                   qteWeb.

      *>Cette méthode cree la commande client du titre web en
      *>rupture : en-tete sans acompte (reglement au retrait) ou
      *>avec le prepaiement en ligne pour acompte, et ligne de
      *>commande en attente d'arrivee ; le numero de vente tire ici
      *>est reserve a la vente creee au retrait
        CREER_COMMANDE_WEB.
           PERFORM WITH TEST AFTER UNTIL verifVente = 0
                MOVE "VENTE" TO compteurNom
                PERFORM VERIF_ID_VENTE
           END-PERFORM
           MOVE fi_titre TO titreRef
           MOVE fi_id TO idArticleRef
           MOVE idClientWeb TO fv_client
           MOVE 0 TO exemplaireChoisi
           PERFORM RECUPERER_PRIX_DE_VENTE
           MOVE 0 TO fv_idSession
           MOVE 0 TO fv_acompte
           MOVE fv_prixVente TO fv_resteDu
           IF montantPayeWeb > 0 THEN
              MOVE "WB" TO fv_modePaiement
              IF montantPayeWeb > fv_prixVente THEN
                 MOVE fv_prixVente TO fv_acompte
              ELSE
                 MOVE montantPayeWeb TO fv_acompte
              END-IF
              COMPUTE fv_resteDu = fv_prixVente - fv_acompte
           END-IF
           MOVE codeMagasin TO fv_magasin
           MOVE "P" TO fv_canalRecu
           MOVE idArticleRef TO fv_idRef
           MOVE "COMMANDE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO cmd_id
           MOVE idVente TO cmd_idVente
           MOVE 0 TO cmd_idPlan
           MOVE "W" TO cmd_origine
           *>Le prepaiement est rattache au numero de vente reserve,
           *>comme tout reglement d'acompte
           IF montantPayeWeb > 0 THEN
              MOVE 0 TO noLignePaiement
              MOVE "WB" TO modeComposant
              MOVE fv_acompte TO montantComposant
              PERFORM ENREGISTRER_LIGNE_PAIEMENT
              MOVE "PREPAIEMENTWEB" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO idPrepaiementWeb
              MOVE "C" TO pw_origine
              MOVE cmd_id TO pw_idPiece
              MOVE fv_acompte TO pw_montantConsomme
              PERFORM ENREGISTRER_PREPAIEMENT_WEB
           END-IF
           PERFORM RANGER_COMMANDE_TAMPON
           MOVE cmd_id TO fv_id
           PERFORM OUVRIR_IO_FCOMMANDES
           WRITE tamp_fcommande
           END-WRITE
           CLOSE fcommandes
           MOVE cmd_id TO cml_idCommande
           MOVE 1 TO cml_noLigne
           MOVE fv_titreComics TO cml_titreComics
           MOVE fv_idRef TO cml_idRef
           MOVE qteWeb TO cml_quantite
           MOVE fv_prixVente TO cml_prixLigneTTC
           MOVE 0 TO cml_statut
           MOVE 0 TO cml_idCommandeFourn
           MOVE 0 TO cml_noLigneCF
           MOVE 0 TO cml_idExpedition
           MOVE SPACES TO cml_dateArrivee
           MOVE SPACES TO cml_dateNotification
           OPEN I-O fcommandesLignes
           WRITE tamp_fcommandeLigne
           END-WRITE
                   fv_titreComics, " x", qteWeb
           MOVE "IMPORTER_COMMANDES_WEB" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fcommandes" TO journalFichier
           MOVE cmd_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode inscrit au registre le prepaiement en ligne de
      *>la ligne web courante (l'appelant fixe la piece reglee et la
      *>part deja imputee) ; il attend ensuite son versement par le
      *>prestataire de paiement
        ENREGISTRER_PREPAIEMENT_WEB.
           MOVE idPrepaiementWeb TO pw_id
           MOVE "P" TO pw_type
           MOVE champRefPaiementWeb TO pw_reference
           MOVE FUNCTION CURRENT-DATE TO pw_date
           MOVE idClientWeb TO pw_client
           MOVE qteWeb TO pw_quantite
           MOVE montantPayeWeb TO pw_montant
           MOVE 0 TO pw_idOrigine
           MOVE 0 TO pw_statut
           MOVE 0 TO pw_montantVerse
           MOVE 0 TO pw_fraisVerse
           MOVE SPACES TO pw_dateVersement
           OPEN I-O fprepaiementsWeb
           WRITE tamp_fprepaiementWeb
              INVALID KEY
                 DISPLAY "Erreur : prepaiement ", pw_id, " en double"
              NOT INVALID KEY
                 DISPLAY "Prepaiement en ligne enregistre : ",
                         pw_montant
                 MOVE "IMPORTER_COMMANDES_WEB" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fprepaiementsWeb" TO journalFichier
                 MOVE pw_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE fprepaiementsWeb.

      *>Cette méthode exporte une commande fournisseur au format
      *>d'echange du distributeur principal (enregistrements CDE,
      *>LIG avec ISBN, et FIN) : la commande part en fichier
                        *>distributeur travaillant au code-barres
                        MOVE SPACES TO fi_isbn
                        OPEN INPUT finventaire
                        MOVE cfl_idRef TO fi_id
                        READ finventaire KEY IS fi_id
                           INVALID KEY MOVE SPACES TO fi_isbn
                        END-READ
                        CLOSE finventaire
              END-READ
              CLOSE fcommandesFourn
           END-IF.

      *>Cette méthode rattache au client son identifiant de
      *>connexion au site de la boutique, le remplace ou le retire :
      *>seuls les clients qui en ont un recoivent leur espace
      *>"mon compte" a l'export nocturne
        LIER_COMPTE_WEB.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClient
           MOVE 0 TO testClient
           OPEN INPUT fclients
           MOVE idClient TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY MOVE 1 TO testClient
           END-READ
           CLOSE fclients
           IF testClient = 1 THEN
              OPEN I-O fcomptesWeb
              MOVE idClient TO cw_idClient
              READ fcomptesWeb KEY IS cw_idClient
                 INVALID KEY
                    DISPLAY "Aucun identifiant web pour ce client"
                    MOVE 0 TO testClient
                 NOT INVALID KEY
                    DISPLAY "Identifiant web actuel : ", cw_login
              END-READ
              DISPLAY "Definir l'identifiant (1), le retirer (2),"
              DISPLAY "ne rien changer (0)"
              ACCEPT choixCompteWeb
              EVALUATE choixCompteWeb
                  WHEN 1
                      PERFORM DEFINIR_LOGIN_WEB
                  WHEN 2
                      IF testClient = 1 THEN
                         DELETE fcomptesWeb RECORD
                         END-DELETE
                         DISPLAY "Identifiant web retire"
                         MOVE "LIER_COMPTE_WEB" TO journalParagraphe
                         MOVE "SUPPRESSION" TO journalOperation
                         MOVE "fcomptesWeb" TO journalFichier
                         MOVE idClient TO journalCle
                         PERFORM ENREGISTRER_JOURNAL
                      END-IF
              END-EVALUATE
              CLOSE fcomptesWeb
           END-IF.

      *>Cette méthode saisit l'identifiant web du client idClient
      *>(testClient a 1 s'il en a deja un) en refusant un
      *>identifiant deja porte par un autre client
        DEFINIR_LOGIN_WEB.
           PERFORM WITH TEST AFTER UNTIL loginWebSaisi NOT = SPACES
               DISPLAY "Entrez l'identifiant de connexion web"
               ACCEPT loginWebSaisi
           END-PERFORM
           MOVE loginWebSaisi TO cw_login
           READ fcomptesWeb KEY IS cw_login
              INVALID KEY
                 MOVE idClient TO cw_idClient
                 MOVE loginWebSaisi TO cw_login
                 MOVE FUNCTION CURRENT-DATE(1:8) TO cw_dateLiaison
                 IF testClient = 1 THEN
                    REWRITE tamp_fcompteWeb
                    END-REWRITE
                    MOVE "MODIFICATION" TO journalOperation
                 ELSE
                    WRITE tamp_fcompteWeb
                    END-WRITE
                    MOVE "AJOUT" TO journalOperation
                 END-IF
                 DISPLAY "Identifiant web enregistre"
                 MOVE "LIER_COMPTE_WEB" TO journalParagraphe
                 MOVE "fcomptesWeb" TO journalFichier
                 MOVE idClient TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              NOT INVALID KEY
                 IF cw_idClient = idClient THEN
                    DISPLAY "Le client a deja cet identifiant"
                 ELSE
                    DISPLAY "Identifiant deja utilise par le client ",
                            cw_idClient
                 END-IF
           END-READ.

      *>Cette méthode reporte, lors d'une fusion de fiches,
      *>l'identifiant web du client doublon idClientFusion sur le
      *>client conserve idClient s'il n'en a pas deja un ; sinon
      *>l'identifiant du doublon est retire
        REPOINTER_COMPTE_WEB_FUSION.
           OPEN I-O fcomptesWeb
           MOVE idClientFusion TO cw_idClient
           READ fcomptesWeb KEY IS cw_idClient
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE cw_login TO loginWebSaisi
                 DELETE fcomptesWeb RECORD
                 END-DELETE
                 MOVE "FUSIONNER_CLIENTS" TO journalParagraphe
                 MOVE "SUPPRESSION" TO journalOperation
                 MOVE "fcomptesWeb" TO journalFichier
                 MOVE idClientFusion TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
                 MOVE idClient TO cw_idClient
                 READ fcomptesWeb KEY IS cw_idClient
                    INVALID KEY
                       MOVE idClient TO cw_idClient
                       MOVE loginWebSaisi TO cw_login
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
                            cw_dateLiaison
                       WRITE tamp_fcompteWeb
                       END-WRITE
                       MOVE "AJOUT" TO journalOperation
                       MOVE idClient TO journalCle
                       PERFORM ENREGISTRER_JOURNAL
                    NOT INVALID KEY
                       DISPLAY "Identifiant web du doublon retire : ",
                               loginWebSaisi
                 END-READ
           END-READ
           CLOSE fcomptesWeb.

      *>Cette méthode est l'export nocturne de l'espace "mon compte"
      *>du site (cloture, a cote de l'export du catalogue) : pour
      *>chaque client ayant un identifiant web, son solde de points
      *>(commun si le client est en foyer), ses lignes de commande
      *>ouvertes avec leur arrivee ou leur date prevue d'apres la
      *>commande fournisseur rattachee, ses mises de cote actives,
      *>ses series suivies, ses prets en cours et ses bons. La
      *>ligne FIN porte le nombre de lignes et une somme de
      *>controle (somme des codes des caracteres non blancs de
      *>toutes les lignes precedentes) pour que le site rejette un
      *>fichier tronque
        EXPORTER_COMPTES_WEB_BATCH.
           MOVE 0 TO nbComptesExportes
           MOVE 0 TO nbLignesCompteWeb
           MOVE 0 TO sommeControleWeb
           OPEN OUTPUT fexportComptesWeb
           MOVE SPACES TO ligneCompteWeb
           STRING "ENTETE;" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO ligneCompteWeb
           PERFORM ECRIRE_LIGNE_COMPTE_WEB
           OPEN INPUT fcomptesWeb
           OPEN INPUT fclients
           MOVE 1 TO WfinCompteWeb
           PERFORM UNTIL WfinCompteWeb = 0
               READ fcomptesWeb NEXT
               AT END MOVE 0 TO WfinCompteWeb
               NOT AT END
                   MOVE cw_idClient TO fc_id
                   READ fclients KEY IS fc_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         ADD 1 TO nbComptesExportes END-ADD
                         PERFORM EXPORTER_UN_COMPTE_WEB
                   END-READ
               END-READ
           END-PERFORM
           CLOSE fclients
           CLOSE fcomptesWeb
           MOVE SPACES TO ligneCompteWeb
           STRING "FIN;" DELIMITED BY SIZE
                  nbComptesExportes DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  nbLignesCompteWeb DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  sommeControleWeb DELIMITED BY SIZE
                  INTO ligneCompteWeb
           WRITE ligneCompteWeb
           CLOSE fexportComptesWeb
           DISPLAY "Comptes web exportes : ", nbComptesExportes
           DISPLAY "Espace client exporte dans comptes_clients_web.csv".

      *>Cette méthode ecrit une ligne de l'export des comptes web et
      *>la cumule dans le nombre de lignes et la somme de controle
        ECRIRE_LIGNE_COMPTE_WEB.
           WRITE ligneCompteWeb
           ADD 1 TO nbLignesCompteWeb END-ADD
           PERFORM VARYING positionControleWeb FROM 1 BY 1
                   UNTIL positionControleWeb > 150
               IF ligneCompteWeb(positionControleWeb:1) NOT = SPACE
                  THEN
                  COMPUTE sommeControleWeb = FUNCTION MOD(
                      sommeControleWeb +
                      FUNCTION ORD(ligneCompteWeb
                                   (positionControleWeb:1)) - 1,
                      1000000000)
               END-IF
           END-PERFORM.

      *>Cette méthode ecrit l'espace "mon compte" du client lu dans
      *>tamp_fclient pour l'identifiant web cw_login
        EXPORTER_UN_COMPTE_WEB.
           MOVE fc_ptsFidelite TO ptsCompteWeb
           MOVE fc_id TO idClientFoyer
           PERFORM TROUVER_TITULAIRE_FOYER
           MOVE titulaireFoyer TO titulaireReference
           IF titulaireFoyer NOT = cw_idClient THEN
              MOVE titulaireFoyer TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE fc_ptsFidelite TO ptsCompteWeb
              END-READ
              MOVE cw_idClient TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY CONTINUE
              END-READ
           END-IF
           MOVE membreEnFoyer TO foyerCompteWeb
           IF membreEnFoyer = 1 THEN
              MOVE "O" TO etatLigneWeb
           ELSE
              MOVE "N" TO etatLigneWeb
           END-IF
           MOVE SPACES TO ligneCompteWeb
           STRING "CLIENT;" DELIMITED BY SIZE
                  cw_login DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  fc_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fc_prenom DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fc_nom DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ptsCompteWeb DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  etatLigneWeb DELIMITED BY SPACE
                  INTO ligneCompteWeb
           PERFORM ECRIRE_LIGNE_COMPTE_WEB
           PERFORM EXPORTER_COMMANDES_WEB
           PERFORM EXPORTER_MISES_DE_COTE_WEB
           PERFORM EXPORTER_SERIES_WEB
           PERFORM EXPORTER_PRETS_WEB
           PERFORM EXPORTER_BONS_WEB.

      *>Cette méthode ecrit les lignes de commande encore ouvertes
      *>du client : une ligne arrivee porte sa date d'arrivee, une
      *>ligne attendue la date prevue d'apres la commande
      *>fournisseur rattachee (date de commande plus le delai
      *>reellement constate du fournisseur), vide si inconnue
        EXPORTER_COMMANDES_WEB.
           OPEN INPUT fcommandes
           OPEN INPUT fcommandesLignes
           MOVE 1 TO WfinDetailWeb
           PERFORM UNTIL WfinDetailWeb = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinDetailWeb
               NOT AT END
                   IF cmd_client = cw_idClient AND
                      NOT COMMANDE_ANNULEE AND
                      NOT COMMANDE_LIVREE THEN
                      PERFORM EXPORTER_LIGNES_COMMANDE_WEB
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandesLignes
           CLOSE fcommandes.

      *>Cette méthode ecrit les lignes attendues ou arrivees de la
      *>commande client lue dans tamp_fcommande
        EXPORTER_LIGNES_COMMANDE_WEB.
           MOVE cmd_id TO cml_idCommande
           MOVE 0 TO cml_noLigne
           MOVE 1 TO WfinLigneWeb
           START fcommandesLignes KEY IS >= cml_cle
              INVALID KEY MOVE 0 TO WfinLigneWeb
           END-START
           PERFORM UNTIL WfinLigneWeb = 0
               READ fcommandesLignes NEXT
               AT END MOVE 0 TO WfinLigneWeb
               NOT AT END
                   IF cml_idCommande NOT = cmd_id THEN
                      MOVE 0 TO WfinLigneWeb
                   ELSE
                      IF LIGNE_CMD_ATTENDUE OR LIGNE_CMD_ARRIVEE THEN
                         PERFORM ECRIRE_LIGNE_COMMANDE_WEB
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

      *>Cette méthode ecrit la ligne de commande client lue dans
      *>tamp_fcommandeLigne avec son etat et sa date
        ECRIRE_LIGNE_COMMANDE_WEB.
           MOVE SPACES TO etaLigneWeb
           IF LIGNE_CMD_ARRIVEE THEN
              MOVE "ARRIVEE" TO etatLigneWeb
              MOVE cml_dateArrivee TO etaLigneWeb
           ELSE
              MOVE "ATTENDUE" TO etatLigneWeb
              IF cml_idCommandeFourn > 0 THEN
                 PERFORM ESTIMER_ARRIVEE_WEB
              END-IF
           END-IF
           MOVE SPACES TO ligneCompteWeb
           STRING "COMMANDE;" DELIMITED BY SIZE
                  cw_login DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  cmd_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  cml_noLigne DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  cml_titreComics DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  etatLigneWeb DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  etaLigneWeb DELIMITED BY SPACE
                  INTO ligneCompteWeb
           PERFORM ECRIRE_LIGNE_COMPTE_WEB.

      *>Cette méthode estime la date d'arrivee d'une ligne attendue
      *>rattachee a la commande fournisseur cml_idCommandeFourn
        ESTIMER_ARRIVEE_WEB.
           MOVE 0 TO idFournisseurWeb
           MOVE SPACES TO dateCmdFournWeb
           OPEN INPUT fcommandesFourn
           MOVE cml_idCommandeFourn TO cf_id
           READ fcommandesFourn KEY IS cf_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CF_EMISE OR CF_PARTIELLE THEN
                    MOVE cf_idFournisseur TO idFournisseurWeb
                    MOVE cf_dateCommande(1:8) TO dateCmdFournWeb
                 END-IF
           END-READ
           CLOSE fcommandesFourn
           IF idFournisseurWeb > 0 AND dateCmdFournWeb IS NUMERIC
              THEN
              MOVE idFournisseurWeb TO idFournisseurRetour
              PERFORM MESURER_DELAI_FOURNISSEUR
              IF nbCommandesDelai > 0 THEN
                 MOVE dateCmdFournWeb TO dateJourNum
                 COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(dateJourNum)
                     + delaiMoyenFourn)
                 IF OPTION_CAL_ACTIVE(OPT_CAL_ETA) THEN
                    MOVE dateJourNum TO dateCalendrier
                    PERFORM REPORTER_JOUR_OUVERT
                    MOVE dateCalendrier TO dateJourNum
                 END-IF
                 MOVE dateJourNum TO etaLigneWeb
              END-IF
           END-IF.

      *>Cette méthode ecrit les exemplaires mis de cote au nom du
      *>client et la date jusqu'a laquelle ils sont gardes
        EXPORTER_MISES_DE_COTE_WEB.
           OPEN INPUT freservations
           MOVE 1 TO WfinDetailWeb
           PERFORM UNTIL WfinDetailWeb = 0
               READ freservations NEXT
               AT END MOVE 0 TO WfinDetailWeb
               NOT AT END
                   IF rs_client = cw_idClient AND
                      RESERVATION_ACTIVE THEN
                      MOVE SPACES TO ligneCompteWeb
                      STRING "MISECOTE;" DELIMITED BY SIZE
                             cw_login DELIMITED BY SPACE
                             ";" DELIMITED BY SIZE
                             rs_id DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             rs_titreComics DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             rs_dateExpiration(1:8) DELIMITED BY SIZE
                             INTO ligneCompteWeb
                      PERFORM ECRIRE_LIGNE_COMPTE_WEB
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freservations.

      *>Cette méthode ecrit les series suivies par le client ; en
      *>foyer, la liste commune a tous les membres
        EXPORTER_SERIES_WEB.
           OPEN INPUT fabonnements
           MOVE 1 TO WfinDetailWeb
           PERFORM UNTIL WfinDetailWeb = 0
               READ fabonnements NEXT
               AT END MOVE 0 TO WfinDetailWeb
               NOT AT END
                   IF ABONNEMENT_ACTIF THEN
                      MOVE 0 TO membreEnFoyer
                      IF foyerCompteWeb = 1 AND
                         ab_client NOT = cw_idClient THEN
                         MOVE ab_client TO idClientFoyer
                         PERFORM TROUVER_TITULAIRE_FOYER
                      END-IF
                      IF ab_client = cw_idClient OR
                         (membreEnFoyer = 1 AND
                          titulaireFoyer = titulaireReference) THEN
                         MOVE SPACES TO ligneCompteWeb
                         STRING "SERIE;" DELIMITED BY SIZE
                                cw_login DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                ab_serie DELIMITED BY "  "
                                ";" DELIMITED BY SIZE
                                ab_client DELIMITED BY SIZE
                                INTO ligneCompteWeb
                         PERFORM ECRIRE_LIGNE_COMPTE_WEB
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fabonnements.

      *>Cette méthode ecrit les prets en cours du client et leur
      *>date de retour attendue
        EXPORTER_PRETS_WEB.
           OPEN INPUT fprets
           MOVE 1 TO WfinDetailWeb
           PERFORM UNTIL WfinDetailWeb = 0
               READ fprets NEXT
               AT END MOVE 0 TO WfinDetailWeb
               NOT AT END
                   IF pr_client = cw_idClient AND PRET_EN_COURS THEN
                      MOVE SPACES TO ligneCompteWeb
                      STRING "PRET;" DELIMITED BY SIZE
                             cw_login DELIMITED BY SPACE
                             ";" DELIMITED BY SIZE
                             pr_titre DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             pr_dateEcheance(1:8) DELIMITED BY SIZE
                             INTO ligneCompteWeb
                      PERFORM ECRIRE_LIGNE_COMPTE_WEB
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprets.

      *>Cette méthode ecrit les bons cadeaux et avoirs actifs du
      *>client avec leur solde et leur date d'expiration
        EXPORTER_BONS_WEB.
           OPEN INPUT fbonsAchat
           MOVE 1 TO WfinDetailWeb
           PERFORM UNTIL WfinDetailWeb = 0
               READ fbonsAchat NEXT
               AT END MOVE 0 TO WfinDetailWeb
               NOT AT END
                   IF ba_client = cw_idClient AND BON_ACTIF AND
                      ba_solde > 0 THEN
                      MOVE ba_solde TO montantCompteWeb
                      MOVE SPACES TO ligneCompteWeb
                      STRING "BON;" DELIMITED BY SIZE
                             cw_login DELIMITED BY SPACE
                             ";" DELIMITED BY SIZE
                             ba_numero DELIMITED BY SPACE
                             ";" DELIMITED BY SIZE
                             ba_type DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             montantCompteWeb DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ba_dateExpiration DELIMITED BY SIZE
                             INTO ligneCompteWeb
                      PERFORM ECRIRE_LIGNE_COMPTE_WEB
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbonsAchat.

      *>Cette méthode exporte au format de la place de marche les
      *>exemplaires individualises choisis (etat, note de gradation,
      *>prix, provenance et reference de la photo) : chaque
      *>exemplaire annonce est retenu hors de la vente en caisse
      *>tant que son annonce est en ligne, au lieu d'une annonce
      *>saisie a la main et d'un exemplaire oublie en rayon
        EXPORTER_ANNONCES_PLACE_MARCHE.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourAnnonce
           MOVE SPACES TO nomFichierAnnonces
           STRING "ANNONCES-" DELIMITED BY SIZE
                  dateJourAnnonce DELIMITED BY SIZE
                  ".CSV" DELIMITED BY SIZE
                  INTO nomFichierAnnonces
           *>Les exports d'un meme jour se suivent dans le fichier
           *>du jour, cree avec sa ligne d'entete au premier
           OPEN EXTEND fannoncesCsv
           IF cr_fannoncesCsv = 35 THEN
              OPEN OUTPUT fannoncesCsv
              MOVE SPACES TO ligneAnnonceCsv
              STRING "sku;titre;etat;note;prix;artiste;"
                     DELIMITED BY SIZE
                     "provenance;certificat;photo;fin"
                     DELIMITED BY SIZE
                     INTO ligneAnnonceCsv
              WRITE ligneAnnonceCsv
           END-IF
           MOVE 0 TO nbAnnoncesPubliees
           PERFORM WITH TEST AFTER UNTIL idExemplaire = 0
               DISPLAY "Entrez l'id de l'exemplaire a annoncer"
               DISPLAY "(0 pour terminer)"
               ACCEPT idExemplaire
               IF idExemplaire NOT = 0 THEN
                  PERFORM PUBLIER_ANNONCE_EXEMPLAIRE
               END-IF
           END-PERFORM
           CLOSE fannoncesCsv
           DISPLAY "Annonces exportees : ", nbAnnoncesPubliees
           IF nbAnnoncesPubliees > 0 THEN
              DISPLAY "Fichier a deposer sur la place de marche : "
              DISPLAY nomFichierAnnonces
           END-IF.

      *>Cette méthode met en annonce l'exemplaire idExemplaire s'il
      *>est en rayon, hors de tout panier et que son titre n'est
      *>vise par aucun rappel ouvert : l'annonce est creee
      *>pour la duree parametree, l'exemplaire quitte le disponible
      *>du titre (mouvement trace) et sa ligne part dans le fichier
      *>d'annonces du jour
        PUBLIER_ANNONCE_EXEMPLAIRE.
           MOVE 0 TO annonceRetenue
           OPEN INPUT fexemplaires
           MOVE idExemplaire TO fe_id
           READ fexemplaires KEY IS fe_id
              INVALID KEY
                 DISPLAY "Exemplaire inconnu"
              NOT INVALID KEY
                 IF NOT EXEMPLAIRE_EN_STOCK THEN
                    DISPLAY "Cet exemplaire n'est pas en rayon"
                 ELSE
                    MOVE 1 TO annonceRetenue
                 END-IF
           END-READ
           CLOSE fexemplaires
           *>Un exemplaire deja promis dans un panier en caisse
           *>reste a la caisse
           IF annonceRetenue = 1 THEN
              PERFORM VERIFIER_EXEMPLAIRE_ALLOUE
              IF exemplaireAlloue = 1 THEN
                 DISPLAY "Cet exemplaire est dans un panier en"
                 DISPLAY "caisse : il n'est pas annonce"
                 MOVE 0 TO annonceRetenue
              END-IF
           END-IF
           *>Un titre vise par un rappel produit ouvert ne part pas
           *>davantage en ligne qu'il ne sort en caisse
           IF annonceRetenue = 1 THEN
              MOVE fe_titre TO titreRef
              MOVE fe_idRef TO idArticleRef
              MOVE 0 TO venteAnnulee
              PERFORM CONTROLER_RAPPEL_VENTE
              IF venteAnnulee = 1 THEN
                 DISPLAY "L'exemplaire n'est pas annonce"
                 MOVE 0 TO annonceRetenue
              END-IF
           END-IF
           IF annonceRetenue = 1 THEN
              DISPLAY fe_titre, " - etat ", fe_condition,
                      " - prix ", fe_prix
              DISPLAY "Prix de l'annonce (0 = prix de l'exemplaire)"
              MOVE 0 TO prixAnnonceSaisi
              ACCEPT prixAnnonceSaisi
              IF prixAnnonceSaisi = 0 THEN
                 MOVE fe_prix TO prixAnnonceSaisi
              END-IF
              OPEN I-O fexemplaires
              MOVE idExemplaire TO fe_id
              READ fexemplaires KEY IS fe_id
                 INVALID KEY MOVE 0 TO annonceRetenue
                 NOT INVALID KEY
                    MOVE 6 TO fe_statut
                    REWRITE tamp_fexemplaire
                       INVALID KEY MOVE 0 TO annonceRetenue
                    END-REWRITE
              END-READ
              CLOSE fexemplaires
           END-IF
           IF annonceRetenue = 1 THEN
              MOVE "ANNONCE" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              INITIALIZE tamp_fannonce
              MOVE prochainId TO an_id
              MOVE fe_id TO an_idExemplaire
              MOVE fe_titre TO an_titre
              MOVE prixAnnonceSaisi TO an_prix
              MOVE dateJourAnnonce TO an_dateDebut
              MOVE dateJourAnnonce TO dateJourNum
              COMPUTE dateFinAnnonceNum = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(dateJourNum)
                  + DUREE_ANNONCE_JOURS)
              MOVE dateFinAnnonceNum TO an_dateFin
              MOVE 0 TO an_statut
              MOVE SPACES TO an_dateCloture
              MOVE SPACES TO an_refCommande
              MOVE idEmploye TO an_employe
              OPEN I-O fannonces
              WRITE tamp_fannonce
              END-WRITE
              CLOSE fannonces
              *>L'exemplaire quitte le disponible du titre
              PERFORM OUVRIR_IO_FINVENTAIRE
              MOVE fe_idRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fi_quantite > 0 THEN
                       SUBTRACT 1 FROM fi_quantite END-SUBTRACT
                       REWRITE tamp_finventaire
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE finventaire
              MOVE fe_titre TO mouvStockTitre
              MOVE fe_idRef TO mouvStockIdRef
              MOVE -1 TO mouvStockQuantite
              MOVE "ANNONCE" TO mouvStockMotif
              MOVE an_id TO mouvStockReference
              PERFORM ENREGISTRER_MOUVEMENT_STOCK
              PERFORM DECRIRE_PROVENANCE_ANNONCE
              PERFORM ECRIRE_LIGNE_ANNONCE
              ADD 1 TO nbAnnoncesPubliees END-ADD
              DISPLAY "Annonce ", an_id, " en ligne jusqu'au ",
                      an_dateFin
              MOVE "EXPORTER_ANNONCES_PLACE_MARCHE" TO
                   journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fannonces" TO journalFichier
              MOVE an_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode reprend des preuves de provenance de
      *>l'exemplaire annonce ce que l'acheteur en ligne doit voir :
      *>note et etiquette du dernier boitier de gradation, premiere
      *>signature ou premier dessin, reference de la photo
        DECRIRE_PROVENANCE_ANNONCE.
           MOVE SPACES TO noteAnnonce
           MOVE SPACES TO artisteAnnonce
           MOVE SPACES TO provenanceAnnonce
           MOVE SPACES TO certificatAnnonce
           MOVE SPACES TO photoAnnonce
           OPEN INPUT fprovenances
           MOVE an_idExemplaire TO pv_idExemplaire
           MOVE 0 TO pv_noLigne
           START fprovenances KEY IS NOT LESS THAN pv_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WfinProvenance
                 PERFORM WITH TEST AFTER UNTIL WfinProvenance = 0
                    READ fprovenances NEXT
                    AT END MOVE 0 TO WfinProvenance
                    NOT AT END
                       IF pv_idExemplaire NOT = an_idExemplaire THEN
                          MOVE 0 TO WfinProvenance
                       ELSE
                          PERFORM RETENIR_PROVENANCE_ANNONCE
                       END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fprovenances.

      *>Cette méthode retient pour l'annonce la preuve presente dans
      *>le tampon tamp_fprovenance
        RETENIR_PROVENANCE_ANNONCE.
           IF photoAnnonce = SPACES THEN
              MOVE pv_photo TO photoAnnonce
           END-IF
           EVALUATE TRUE
               WHEN PROVENANCE_GRADATION
                   *>La remarque du boitier porte "Note <note>, ..."
                   MOVE SPACES TO noteAnnonce
                   UNSTRING pv_remarque DELIMITED BY "Note " OR ","
                       INTO zoneIgnoreeAnnonce noteAnnonce
                   END-UNSTRING
                   MOVE pv_certificat TO certificatAnnonce
               WHEN PROVENANCE_SIGNATURE OR PROVENANCE_DESSIN
                   IF artisteAnnonce = SPACES THEN
                      MOVE pv_artiste TO artisteAnnonce
                      MOVE 1 TO pointeurProv
                      IF PROVENANCE_SIGNATURE THEN
                         STRING "Signature" DELIMITED BY SIZE
                             INTO provenanceAnnonce
                             WITH POINTER pointeurProv
                      ELSE
                         STRING "Dessin original" DELIMITED BY SIZE
                             INTO provenanceAnnonce
                             WITH POINTER pointeurProv
                      END-IF
                      IF pv_idEvenement NOT = 0 THEN
                         STRING " en boutique" DELIMITED BY SIZE
                             INTO provenanceAnnonce
                             WITH POINTER pointeurProv
                      END-IF
                      IF pv_date NOT = SPACES THEN
                         STRING " le " DELIMITED BY SIZE
                                pv_date DELIMITED BY SIZE
                             INTO provenanceAnnonce
                             WITH POINTER pointeurProv
                      END-IF
                      IF certificatAnnonce = SPACES THEN
                         MOVE pv_certificat TO certificatAnnonce
                      END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>Cette méthode ecrit la ligne de l'annonce du tampon
      *>tamp_fannonce (exemplaire dans tamp_fexemplaire) au fichier
      *>d'annonces
        ECRIRE_LIGNE_ANNONCE.
           MOVE an_prix TO prixAnnonceEdite
           MOVE SPACES TO ligneAnnonceCsv
           STRING an_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(an_titre) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fe_condition DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  noteAnnonce DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  prixAnnonceEdite DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  artisteAnnonce DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  provenanceAnnonce DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  certificatAnnonce DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  photoAnnonce DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  an_dateFin DELIMITED BY SIZE
                  INTO ligneAnnonceCsv
           WRITE ligneAnnonceCsv.

      *>Cette méthode importe le fichier des commandes vendues de la
      *>place de marche : chaque vente d'une annonce en ligne
      *>devient une vente du canal place de marche (reglement PM,
      *>hors session de caisse), un colis a preparer vers l'adresse
      *>de l'acheteur et une depense pour la commission retenue ;
      *>le rapport du jour liste les colis a preparer et les lignes
      *>rejetees au lieu d'arreter l'import en plein fichier
        IMPORTER_VENTES_PLACE_MARCHE.
           DISPLAY "Entrez le nom du fichier des ventes de la place"
           DISPLAY "de marche"
           ACCEPT nomVentesPlaceMarche
           MOVE 0 TO nbLignesPM
           MOVE 0 TO nbVentesPM
           MOVE 0 TO nbRejetsPM
           OPEN INPUT fventesPlaceMarche
           IF cr_fventesPlaceMarche NOT = 0 THEN
              DISPLAY "Fichier des ventes introuvable : ",
                      nomVentesPlaceMarche
           ELSE
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE dateRapport(1:8) TO dateJourAnnonce
              MOVE SPACES TO nomRapport
              STRING "VENTES-PM-" DELIMITED BY SIZE
                     dateJourAnnonce DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Ventes de la place de marche du "
                     DELIMITED BY SIZE
                     dateJourAnnonce DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE 1 TO WfinVentePM
              PERFORM WITH TEST AFTER UNTIL WfinVentePM = 0
                  READ fventesPlaceMarche
                  AT END MOVE 0 TO WfinVentePM
                  NOT AT END
                      ADD 1 TO nbLignesPM END-ADD
                      PERFORM TRAITER_VENTE_PLACE_MARCHE
                  END-READ
              END-PERFORM
              CLOSE fventesPlaceMarche
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Colis a preparer : " DELIMITED BY SIZE
                     nbVentesPM DELIMITED BY SIZE
                     " - lignes rejetees : " DELIMITED BY SIZE
                     nbRejetsPM DELIMITED BY SIZE
                     " sur " DELIMITED BY SIZE
                     nbLignesPM DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              CLOSE frapport
              DISPLAY "-- IMPORT DES VENTES PLACE DE MARCHE TERMINE --"
              DISPLAY "Lignes lues : ", nbLignesPM
              DISPLAY "Ventes creees : ", nbVentesPM
              DISPLAY "Rejets : ", nbRejetsPM
              DISPLAY "Colis et rejets : ", nomRapport
              MOVE "IMPORTER_VENTES_PLACE_MARCHE" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "fventes" TO journalFichier
              MOVE nomVentesPlaceMarche TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode traite une ligne vendue de la place de marche :
      *>l'annonce doit etre en ligne et son exemplaire toujours
      *>retenu ; l'acheteur est retrouve ou cree comme un client web
        TRAITER_VENTE_PLACE_MARCHE.
           MOVE SPACES TO champSkuPM
           MOVE SPACES TO champCommandePM
           MOVE SPACES TO champPrixPM
           MOVE SPACES TO champCommissionPM
           MOVE SPACES TO champPortPM
           MOVE SPACES TO champNomWeb
           MOVE SPACES TO champPrenomWeb
           MOVE SPACES TO champMailWeb
           MOVE SPACES TO champTelWeb
           MOVE SPACES TO champAdressePM
           UNSTRING ligneVentePlaceMarche DELIMITED BY ";"
               INTO champSkuPM champCommandePM champPrixPM
                    champCommissionPM champPortPM champNomWeb
                    champPrenomWeb champMailWeb champAdressePM
           MOVE SPACES TO motifRejetPM
           MOVE 0 TO trouveAnnonce
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(champSkuPM) = "SKU"
                   *>Ligne d'entete du fichier
                   SUBTRACT 1 FROM nbLignesPM END-SUBTRACT
               WHEN champSkuPM = SPACES OR champPrixPM = SPACES
                   MOVE "ligne illisible" TO motifRejetPM
               WHEN OTHER
                   COMPUTE idAnnonce = FUNCTION NUMVAL(champSkuPM)
                   OPEN INPUT fannonces
                   MOVE idAnnonce TO an_id
                   READ fannonces KEY IS an_id
                      INVALID KEY
                         MOVE "annonce inconnue" TO motifRejetPM
                      NOT INVALID KEY
                         IF ANNONCE_EN_LIGNE THEN
                            MOVE 1 TO trouveAnnonce
                         ELSE
                            MOVE "annonce deja close" TO motifRejetPM
                         END-IF
                   END-READ
                   CLOSE fannonces
           END-EVALUATE
           IF trouveAnnonce = 1 THEN
              OPEN INPUT fexemplaires
              MOVE an_idExemplaire TO fe_id
              READ fexemplaires KEY IS fe_id
                 INVALID KEY
                    MOVE 0 TO trouveAnnonce
                    MOVE "exemplaire introuvable" TO motifRejetPM
                 NOT INVALID KEY
                    IF NOT EXEMPLAIRE_EN_ANNONCE THEN
                       MOVE 0 TO trouveAnnonce
                       MOVE "exemplaire plus retenu" TO motifRejetPM
                    ELSE
                       MOVE fe_titre TO titreAnnonce
                       MOVE fe_idRef TO idRefAnnonce
                       MOVE fe_regimeMarge TO regimeMargeAnnonce
                       MOVE fe_coutAchat TO coutAchatAnnonce
                    END-IF
              END-READ
              CLOSE fexemplaires
           END-IF
           IF trouveAnnonce = 1 THEN
              COMPUTE prixVentePM ROUNDED =
                  FUNCTION NUMVAL(champPrixPM)
              IF prixVentePM = 0 THEN
                 MOVE 0 TO trouveAnnonce
                 MOVE "prix de vente absent" TO motifRejetPM
              END-IF
           END-IF
           *>Un exemplaire annonce avant l'ouverture d'un rappel sur
           *>son titre n'est ni vendu ni expedie : la commande est a
           *>refuser sur la place de marche
           IF trouveAnnonce = 1 THEN
              MOVE idRefAnnonce TO idRefControleRappel
              MOVE SPACES TO isbnControleRappel
              OPEN INPUT finventaire
              MOVE idRefAnnonce TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE fi_isbn TO isbnControleRappel
              END-READ
              CLOSE finventaire
              PERFORM VERIFIER_RAPPEL_REFERENCE
              IF titreRappele = 1 THEN
                 MOVE 0 TO trouveAnnonce
                 MOVE "titre rappele" TO motifRejetPM
              END-IF
           END-IF
           IF trouveAnnonce = 1 THEN
              PERFORM RESOUDRE_CLIENT_WEB
              PERFORM CREER_VENTE_PLACE_MARCHE
              PERFORM ECRIRE_EXPEDITION_PLACE_MARCHE
              PERFORM ENREGISTRER_COMMISSION_PM
              PERFORM CLORE_ANNONCE_VENDUE
              ADD 1 TO nbVentesPM END-ADD
           ELSE
              IF motifRejetPM NOT = SPACES THEN
                 PERFORM REJETER_VENTE_PLACE_MARCHE
              END-IF
           END-IF.

      *>Cette méthode ecrit la ligne vendue courante au rapport, avec
      *>le motif de son rejet
        REJETER_VENTE_PLACE_MARCHE.
           ADD 1 TO nbRejetsPM END-ADD
           MOVE SPACES TO ligneRapport
           STRING "Ligne " DELIMITED BY SIZE
                  nbLignesPM DELIMITED BY SIZE
                  " rejetee (" DELIMITED BY SIZE
                  motifRejetPM DELIMITED BY "  "
                  ") : " DELIMITED BY SIZE
                  ligneVentePlaceMarche(1:40) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode cree la vente de l'exemplaire annonce sur le
      *>canal place de marche : vente reglee (mode PM, sans session
      *>de caisse), une ligne au prix paye par l'acheteur, TVA sur la
      *>marge pour un exemplaire rachete a un particulier ;
      *>l'exemplaire, deja sorti du disponible a l'annonce, passe
      *>vendu et consomme sa couche de cout FIFO
        CREER_VENTE_PLACE_MARCHE.
           PERFORM WITH TEST AFTER UNTIL verifVente = 0
                MOVE "VENTE" TO compteurNom
                PERFORM OBTENIR_PROCHAIN_ID
                MOVE prochainId TO idVente
                PERFORM VERIF_ID_VENTE
           END-PERFORM
           *>Le taux de TVA suit la categorie du titre
           MOVE TAUX_TVA_REDUIT TO tauxTVACourant
           MOVE 0 TO consignataireAnnonce
           OPEN INPUT finventaire
           MOVE idRefAnnonce TO fi_id
           READ finventaire KEY IS fi_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM OBTENIR_TAUX_TVA_CATEGORIE
                 MOVE fi_idConsignataire TO consignataireAnnonce
           END-READ
           CLOSE finventaire
           INITIALIZE tamp_fvente
           MOVE idVente TO fv_id
           MOVE 0 TO fv_statut
           MOVE FUNCTION CURRENT-DATE TO fv_dateVente
           MOVE titreAnnonce TO fv_titreComics
           MOVE idRefAnnonce TO fv_idRef
           MOVE prixVentePM TO fv_prixVente
           IF regimeMargeAnnonce = 1 THEN
              COMPUTE margeAnnonceTTC = prixVentePM - coutAchatAnnonce
              IF margeAnnonceTTC > 0 THEN
                 COMPUTE fv_montantTVA ROUNDED =
                     margeAnnonceTTC * tauxTVACourant
                     / (1 + tauxTVACourant)
              ELSE
                 MOVE 0 TO fv_montantTVA
              END-IF
           ELSE
              COMPUTE fv_montantTVA ROUNDED =
                  prixVentePM * tauxTVACourant / (1 + tauxTVACourant)
           END-IF
           SUBTRACT fv_montantTVA FROM fv_prixVente
               GIVING fv_prixVenteHT
           MOVE idClientWeb TO fv_client
           MOVE idEmploye TO fv_employe
           MOVE SPACES TO fv_codePromo
           MOVE "PM" TO fv_modePaiement
           MOVE 0 TO fv_idSession
           MOVE prixVentePM TO fv_acompte
           MOVE 0 TO fv_resteDu
           MOVE codeMagasin TO fv_magasin
           MOVE "P" TO fv_canalRecu
           MOVE 0 TO fv_idCommande
           PERFORM OUVRIR_IO_FVENTES
           WRITE tamp_fvente
              INVALID KEY
                 DISPLAY "Erreur : la vente ", fv_id, " existe deja"
           END-WRITE
           CLOSE fventes
           MOVE fv_id TO fvl_idVente
           MOVE 1 TO fvl_noLigne
           MOVE titreAnnonce TO fvl_titreComics
           MOVE fv_idRef TO fvl_idRef
           MOVE 1 TO fvl_quantite
           MOVE fv_prixVenteHT TO fvl_prixUnitaireHT
           MOVE fv_prixVenteHT TO fvl_prixLigneHT
           MOVE fv_montantTVA TO fvl_montantTVA
           MOVE fv_prixVente TO fvl_prixLigneTTC
           MOVE tauxTVACourant TO fvl_tauxTVA
           MOVE 0 TO fvl_prixPublicHT
           MOVE 0 TO fvl_remiseEcretee
           MOVE regimeMargeAnnonce TO fvl_regimeMarge
           IF regimeMargeAnnonce = 1 THEN
              MOVE coutAchatAnnonce TO fvl_coutAchatMarge
           ELSE
              MOVE 0 TO fvl_coutAchatMarge
           END-IF
           OPEN I-O fventesLignes
           WRITE tamp_fventeLigne
           END-WRITE
           CLOSE fventesLignes
           *>Le reglement est encaisse par la place de marche, hors
           *>de toute session de caisse
           MOVE 0 TO noLignePaiement
           MOVE "PM" TO modeComposant
           MOVE fv_prixVente TO montantComposant
           PERFORM ENREGISTRER_LIGNE_PAIEMENT
           OPEN I-O fexemplaires
           MOVE an_idExemplaire TO fe_id
           READ fexemplaires KEY IS fe_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO fe_statut
                 MOVE fv_id TO fe_idVente
                 REWRITE tamp_fexemplaire
                 END-REWRITE
           END-READ
           CLOSE fexemplaires
           *>Comme a la caisse, la vente consomme la couche de cout
           *>FIFO la plus ancienne du titre ; un titre en depot-vente
           *>n'a pas de couche
           IF consignataireAnnonce = 0 THEN
              MOVE titreAnnonce TO titreRef
              MOVE idRefAnnonce TO idArticleRef
              MOVE 1 TO quantiteLigne
              PERFORM CONSOMMER_COUCHES_COUT
           END-IF
           DISPLAY "Vente ", fv_id, " : ", titreAnnonce, " - ",
                   fv_prixVente
           MOVE "IMPORTER_VENTES_PLACE_MARCHE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fventes" TO journalFichier
           MOVE fv_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode cree le colis de la vente place de marche vers
      *>l'adresse de l'acheteur (port paye par l'acheteur sur la
      *>place de marche) et l'ajoute aux colis a preparer du
      *>rapport ; sans commande client, la confirmation de
      *>livraison n'a pas de commande a clore
        ECRIRE_EXPEDITION_PLACE_MARCHE.
           MOVE "EXPEDITION" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idExpedition
           MOVE idExpedition TO ex_id
           MOVE 0 TO ex_idCommande
           MOVE idClientWeb TO ex_client
           MOVE dateJourAnnonce TO ex_dateExpedition
           MOVE SPACES TO ex_transporteur
           MOVE SPACES TO ex_numeroSuivi
           MOVE 0 TO ex_poidsGrammes
           IF champPortPM NOT = SPACES THEN
              COMPUTE ex_portFacture ROUNDED =
                  FUNCTION NUMVAL(champPortPM)
           ELSE
              MOVE 0 TO ex_portFacture
           END-IF
           MOVE 0 TO ex_portPaye
           MOVE 1 TO ex_nbLignes
           MOVE fv_prixVente TO ex_montantLignes
           MOVE champAdressePM TO ex_adresse
           MOVE 0 TO ex_statut
           MOVE SPACES TO ex_dateLivraison
           OPEN I-O fexpeditions
           WRITE tamp_fexpedition
              INVALID KEY
                 DISPLAY "Erreur : le colis ", ex_id, " existe deja"
              NOT INVALID KEY
                 MOVE "IMPORTER_VENTES_PLACE_MARCHE" TO
                      journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fexpeditions" TO journalFichier
                 MOVE ex_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE fexpeditions
           MOVE SPACES TO ligneRapport
           STRING "Colis " DELIMITED BY SIZE
                  ex_id DELIMITED BY SIZE
                  " - exemplaire " DELIMITED BY SIZE
                  an_idExemplaire DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  titreAnnonce DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   " DELIMITED BY SIZE
                  champPrenomWeb DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  champNomWeb DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  champAdressePM DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode enregistre la commission retenue par la place
      *>de marche sur la vente en depense reglee par retenue sur le
      *>versement (mode PM : la banque ne la paie jamais) ; sans
      *>montant dans le fichier, elle est estimee au taux parametre
        ENREGISTRER_COMMISSION_PM.
           IF champCommissionPM NOT = SPACES THEN
              COMPUTE commissionPM ROUNDED =
                  FUNCTION NUMVAL(champCommissionPM)
           ELSE
              COMPUTE commissionPM ROUNDED =
                  prixVentePM * TAUX_COMMISSION_PM
           END-IF
           IF commissionPM > 0 THEN
              MOVE "DEPENSE" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              INITIALIZE tamp_fdepense
              MOVE prochainId TO dep_id
              MOVE NOM_PLACE_MARCHE TO dep_fournisseur
              MOVE SPACES TO dep_libelle
              STRING "Commission " DELIMITED BY SIZE
                     champCommandePM DELIMITED BY SPACE
                     INTO dep_libelle
              MOVE "CM" TO dep_categorie
              COMPUTE dep_montantHT ROUNDED =
                  commissionPM / (1 + tauxTVA)
              COMPUTE dep_montantTVA = commissionPM - dep_montantHT
              MOVE dateJourAnnonce TO dep_dateSaisie
              MOVE dateJourAnnonce TO dep_dateEcheance
              MOVE "PM" TO dep_modePaiement
              MOVE "N" TO dep_recurrence
              MOVE SPACES TO dep_dateProchaine
              MOVE 0 TO dep_idOrigine
              MOVE "P" TO dep_statut
              MOVE dateJourAnnonce TO dep_datePaiement
              OPEN I-O fdepenses
              WRITE tamp_fdepense
              END-WRITE
              CLOSE fdepenses
              MOVE "IMPORTER_VENTES_PLACE_MARCHE" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fdepenses" TO journalFichier
              MOVE dep_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode clot l'annonce idAnnonce vendue, avec la
      *>commande de la place de marche, la vente, le colis et la
      *>commission
        CLORE_ANNONCE_VENDUE.
           OPEN I-O fannonces
           MOVE idAnnonce TO an_id
           READ fannonces KEY IS an_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO an_statut
                 MOVE dateJourAnnonce TO an_dateCloture
                 MOVE champCommandePM TO an_refCommande
                 MOVE fv_id TO an_idVente
                 MOVE idExpedition TO an_idExpedition
                 MOVE commissionPM TO an_commission
                 REWRITE tamp_fannonce
                 END-REWRITE
           END-READ
           CLOSE fannonces
           MOVE "IMPORTER_VENTES_PLACE_MARCHE" TO journalParagraphe
           MOVE "MODIFICATION" TO journalOperation
           MOVE "fannonces" TO journalFichier
           MOVE idAnnonce TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode retire une annonce terminee sur la place de
      *>marche (retiree par la boutique ou close sans vente) :
      *>l'exemplaire revient en rayon
        TERMINER_ANNONCE.
           DISPLAY "Entrez l'id de l'annonce terminee"
           ACCEPT idAnnonce
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourAnnonce
           MOVE 0 TO nbAnnoncesLiberees
           OPEN I-O fannonces
           MOVE idAnnonce TO an_id
           READ fannonces KEY IS an_id
              INVALID KEY DISPLAY "Annonce inconnue"
              NOT INVALID KEY
                 IF NOT ANNONCE_EN_LIGNE THEN
                    DISPLAY "Cette annonce n'est plus en ligne"
                 ELSE
                    PERFORM LIBERER_ANNONCE
                    DISPLAY "Exemplaire ", an_idExemplaire,
                            " rendu au rayon"
                 END-IF
           END-READ
           CLOSE fannonces.

      *>Cette méthode rend au rayon les exemplaires des annonces
      *>arrivees a leur date de fin sans vente (cloture nocturne ou
      *>menu) : l'annonce passe terminee
        LIBERER_ANNONCES_ECHUES.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourAnnonce
           MOVE 0 TO nbAnnoncesLiberees
           MOVE 1 TO WfinAnnonce
           OPEN I-O fannonces
           PERFORM WITH TEST AFTER UNTIL WfinAnnonce = 0
               READ fannonces NEXT
               AT END MOVE 0 TO WfinAnnonce
               NOT AT END
                   IF ANNONCE_EN_LIGNE AND
                      an_dateFin < dateJourAnnonce THEN
                      PERFORM LIBERER_ANNONCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fannonces
           DISPLAY "Annonces echues rendues au rayon : ",
                   nbAnnoncesLiberees.

      *>Cette méthode termine l'annonce presente dans le tampon
      *>tamp_fannonce (fannonces ouvert en entree-sortie par
      *>l'appelant) : l'exemplaire retenu repasse en stock et
      *>revient dans le disponible du titre (mouvement trace)
        LIBERER_ANNONCE.
           MOVE 0 TO annonceRetenue
           OPEN I-O fexemplaires
           MOVE an_idExemplaire TO fe_id
           READ fexemplaires KEY IS fe_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF EXEMPLAIRE_EN_ANNONCE THEN
                    MOVE 0 TO fe_statut
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
           MOVE 2 TO an_statut
           MOVE dateJourAnnonce TO an_dateCloture
           REWRITE tamp_fannonce
           END-REWRITE
           ADD 1 TO nbAnnoncesLiberees END-ADD
           MOVE "LIBERER_ANNONCE" TO journalParagraphe
           MOVE "MODIFICATION" TO journalOperation
           MOVE "fannonces" TO journalFichier
           MOVE an_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode liste les annonces en ligne sur la place de
      *>marche, avec l'exemplaire retenu, le prix et la date de fin
        LISTER_ANNONCES_EN_LIGNE.
           MOVE 0 TO nbAnnoncesEnLigne
           DISPLAY "-- ANNONCES EN LIGNE --"
           MOVE 1 TO WfinAnnonce
           OPEN INPUT fannonces
           PERFORM WITH TEST AFTER UNTIL WfinAnnonce = 0
               READ fannonces NEXT
               AT END MOVE 0 TO WfinAnnonce
               NOT AT END
                   IF ANNONCE_EN_LIGNE THEN
                      ADD 1 TO nbAnnoncesEnLigne END-ADD
                      DISPLAY "Annonce ", an_id, " - exemplaire ",
                              an_idExemplaire
                      DISPLAY "   ", an_titre, " - prix ", an_prix,
                              " - fin ", an_dateFin
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fannonces
           DISPLAY "Annonces en ligne : ", nbAnnoncesEnLigne.
