           INITIALIZE tableSegmentation
           MOVE 0 TO nbClientsSegmentes
           MOVE 0 TO cg_nbDestinataires
           MOVE 0 TO nbSansConsentement
           MOVE 0 TO nbInjoignablesExclus
           MOVE 1 TO WfinCamp
           OPEN INPUT fclients
           PERFORM WITH TEST AFTER UNTIL WfinCamp = 0
                         cg_critereF AND
                         segScoreV(nbClientsSegmentes) >=
                         cg_critereV THEN
                         *>Seuls les clients ayant accepte les
                         *>promotions et joignables par mail
                         *>recoivent la campagne
                         MOVE fc_id TO idClientConsent
                         MOVE "PR" TO finaliteConsent
                         PERFORM VERIFIER_CONSENTEMENT
                         MOVE fc_id TO idClientContact
                         PERFORM VERIFIER_CONTACT_JOIGNABLE
                         IF consentementOk = 0 THEN
                            ADD 1 TO nbSansConsentement END-ADD
                         ELSE IF contactJoignable = 0 THEN
                            ADD 1 TO nbInjoignablesExclus END-ADD
                         ELSE
                            ADD 1 TO cg_nbDestinataires END-ADD
                            MOVE fc_id TO nb_client
                            MOVE fc_mail TO nb_mail
                            MOVE cg_libelle TO nb_objet
                            MOVE SPACES TO nb_texte
                            STRING "Offre reservee : utilisez le code "
                                   DELIMITED BY SIZE
                                   cg_codePromo DELIMITED BY SIZE
                                   " lors de votre prochain passage"
                                   DELIMITED BY SIZE
                                   INTO nb_texte
                            PERFORM DEPOSER_NOTIFICATION
                         END-IF
                         END-IF
                      END-IF
                   END-IF
               END-READ
           CLOSE fcampagnes
           DISPLAY "Campagne ", cg_id, " lancee : ",
                   cg_nbDestinataires, " destinataire(s)"
           DISPLAY "Clients cibles sans accord promotions : ",
                   nbSansConsentement
           DISPLAY "Clients cibles injoignables par mail : ",
                   nbInjoignablesExclus
           IF nbClientsSegmentes >= 200 THEN
              DISPLAY "Attention : selection tronquee a 200"
              DISPLAY "clients, comme la segmentation"
           ELSE
              DISPLAY "Nouveautes a annoncer : ", nbNouveautes
              MOVE 0 TO nbBulletinsEnvoyes
              MOVE 0 TO nbSansConsentement
              MOVE 0 TO nbInjoignablesExclus
              MOVE 1 TO WfinBull
              OPEN INPUT fclients
              PERFORM WITH TEST AFTER UNTIL WfinBull = 0
                  AT END MOVE 0 TO WfinBull
                  NOT AT END
                      PERFORM EVALUER_CLIENT_BULLETIN
                      *>Le bulletin ne part qu'aux clients qui l'ont
                      *>accepte
                      IF clientInteresse = 1 THEN
                         MOVE fc_id TO idClientConsent
                         MOVE "NL" TO finaliteConsent
                         PERFORM VERIFIER_CONSENTEMENT
                         MOVE fc_id TO idClientContact
                         PERFORM VERIFIER_CONTACT_JOIGNABLE
                         IF consentementOk = 0 THEN
                            ADD 1 TO nbSansConsentement END-ADD
                            MOVE 0 TO clientInteresse
                         ELSE IF contactJoignable = 0 THEN
                            ADD 1 TO nbInjoignablesExclus END-ADD
                            MOVE 0 TO clientInteresse
                         END-IF
                         END-IF
                      END-IF
                      IF clientInteresse = 1 THEN
                         ADD 1 TO nbBulletinsEnvoyes END-ADD
                         MOVE fc_id TO nb_client
              CLOSE fclients
              DISPLAY "Bulletins mis en file : ",
                      nbBulletinsEnvoyes
              DISPLAY "Clients interesses sans accord bulletin : ",
                      nbSansConsentement
              DISPLAY "Clients interesses injoignables : ",
                      nbInjoignablesExclus
           END-IF
           *>Le prochain bulletin ne reprendra que les receptions a
           *>partir d'aujourd'hui
                            MOVE SPACES TO nvSerie(nbNouveautes)
                            MOVE SPACES TO nvAuteur(nbNouveautes)
                            OPEN INPUT finventaire
                            MOVE fa_idRef TO fi_id
                            READ finventaire KEY IS fi_id
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                  MOVE fi_serie TO
                      IF fv_client = fc_id AND
                         (fv_statut = 0 OR fv_statut = 3) THEN
                         OPEN INPUT finventaire
                         MOVE fv_idRef TO fi_id
                         READ finventaire KEY IS fi_id
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                               MOVE 1 TO idxNouveaute
           END-READ
           CLOSE fclients
           IF idParrainSaisi NOT = 0 THEN
              MOVE idParrainSaisi TO idClientFoyer
              PERFORM TROUVER_TITULAIRE_FOYER
              PERFORM OUVRIR_IO_FCLIENTS
              MOVE titulaireFoyer TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY
                    DISPLAY "Parrain disparu, bonus non verse"
                          MOVE "fclients" TO journalFichier
                          MOVE fc_id TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE fc_id TO clientMouvPts
                          MOVE "PA" TO typeMouvPts
                          MOVE "+" TO sensMouvPts
                          MOVE TAUX_PTS_PARRAINAGE TO nbPtsMouv
                          MOVE fv_id TO referenceMouvPts
                          MOVE idParrainSaisi TO membreMouvPts
                          PERFORM ENREGISTRER_MOUV_POINTS
                    END-REWRITE
              END-READ
              CLOSE fclients
           READ fclients KEY IS fc_id
              INVALID KEY CONTINUE
           END-READ.

      *>Cette méthode est l'etape planifiee de la revue des statuts
      *>clients : une revue en attente est appliquee une fois passe
      *>le delai laisse au gerant pour epingler des clients ; sinon
      *>la revue annuelle est lancee a la premiere cloture de
      *>l'annee, et en cours d'annee seuls les clients fideles dont
      *>la periode de grace est echue sont revus
        REVUE_STATUTS_PLANIFIEE.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourRevue
           PERFORM ETAT_REVUE_STATUTS
           IF nbPropositionsStatut > 0 THEN
              MOVE dateDerniereRevue TO dateJourNum
              COMPUTE entierLimiteStatut =
                  FUNCTION INTEGER-OF-DATE(dateJourNum)
                  + DELAI_REVUE_STATUTS
              MOVE dateJourRevue TO dateJourNum
              IF FUNCTION INTEGER-OF-DATE(dateJourNum) NOT <
                 entierLimiteStatut THEN
                 PERFORM APPLIQUER_REVUE_STATUTS
              ELSE
                 DISPLAY "Revue des statuts du ", dateDerniereRevue,
                         " en attente d'application"
              END-IF
           ELSE
              IF dateDerniereRevue = SPACES OR
                 dateDerniereRevue(1:4) < dateJourRevue(1:4) THEN
                 PERFORM REVOIR_STATUTS_CLIENTS
              ELSE
                 IF nbGracesEchues > 0 THEN
                    MOVE 1 TO revueGraceSeule
                    PERFORM PROPOSER_STATUTS_CLIENTS
                 ELSE
                    DISPLAY "Aucune revue des statuts a faire"
                 END-IF
              END-IF
           END-IF.

      *>Cette méthode fait le point sur le fichier des statuts : date
      *>de la derniere revue, changements encore en attente et
      *>clients fideles non epingles dont la grace est echue
        ETAT_REVUE_STATUTS.
           MOVE SPACES TO dateDerniereRevue
           MOVE 0 TO nbPropositionsStatut
           MOVE 0 TO nbGracesEchues
           MOVE 1 TO WfinStatut
           OPEN INPUT fstatutsClients
           PERFORM WITH TEST AFTER UNTIL WfinStatut = 0
               READ fstatutsClients NEXT
               AT END MOVE 0 TO WfinStatut
               NOT AT END
                   IF dateDerniereRevue = SPACES OR
                      sc_dateRevue > dateDerniereRevue THEN
                      MOVE sc_dateRevue TO dateDerniereRevue
                   END-IF
                   IF NOT STATUT_SANS_CHANGEMENT THEN
                      ADD 1 TO nbPropositionsStatut END-ADD
                   END-IF
                   IF sc_typeActuel = "F" AND NOT STATUT_EPINGLE AND
                      sc_dateSousSeuil NOT = SPACES THEN
                      PERFORM CALCULER_FIN_GRACE_STATUT
                      IF dateFinGraceStatut NOT > dateJourRevue THEN
                         ADD 1 TO nbGracesEchues END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstatutsClients.

      *>Cette méthode lance la revue complete des statuts clients
      *>(promotions et retrogradations)
        REVOIR_STATUTS_CLIENTS.
           MOVE 0 TO revueGraceSeule
           PERFORM PROPOSER_STATUTS_CLIENTS.

      *>Cette méthode calcule la depense nette des 12 derniers mois de
      *>chaque client standard ou fidele (ventes courantes et
      *>archivees, ventes retournees deduites), propose les
      *>changements de statut et les liste dans un rapport de revue
      *>avant toute application ; les professionnels et les
      *>collectivites ne sont pas revus
        PROPOSER_STATUTS_CLIENTS.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourRevue
           MOVE dateJourRevue TO dateJourNum
           SUBTRACT 10000 FROM dateJourNum END-SUBTRACT
           MOVE dateJourNum TO dateDebutRevue
           IF dateDebutRevue(5:4) = "0229" THEN
              MOVE "28" TO dateDebutRevue(7:2)
           END-IF
           MOVE 0 TO nbClientsRevus
           MOVE 0 TO nbPropositionsStatut
           PERFORM PREPARER_FICHES_STATUT
           PERFORM CUMULER_DEPENSES_STATUT
           MOVE SPACES TO nomRapport
           STRING "REVUE-STATUTS-" DELIMITED BY SIZE
                  dateJourRevue DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Revue des statuts clients du " DELIMITED BY SIZE
                  dateJourRevue DELIMITED BY SIZE
                  " - seuil fidele : " DELIMITED BY SIZE
                  SEUIL_CLIENT_FIDELE DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Ventes du " DELIMITED BY SIZE
                  dateDebutRevue DELIMITED BY SIZE
                  " (exclu) au " DELIMITED BY SIZE
                  dateJourRevue DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF revueGraceSeule = 1 THEN
              MOVE "Revue limitee aux fins de periode de grace"
                   TO ligneRapport
              WRITE ligneRapport
           END-IF
           MOVE "Client;Nom;Statut;Propose;Depense;Retours;Motif"
                TO ligneRapport
           WRITE ligneRapport
           PERFORM DECIDER_STATUTS_CLIENTS
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Clients revus : " DELIMITED BY SIZE
                  nbClientsRevus DELIMITED BY SIZE
                  " - changements proposes : " DELIMITED BY SIZE
                  nbPropositionsStatut DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Application automatique dans " DELIMITED BY SIZE
                  DELAI_REVUE_STATUTS DELIMITED BY SIZE
                  " jours, sauf clients epingles" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Clients revus : ", nbClientsRevus
           DISPLAY "Changements de statut proposes : ",
                   nbPropositionsStatut
           DISPLAY "Rapport de revue enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateJourRevue TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode ouvre la revue pour chaque client standard ou
      *>fidele : sa fiche de statut est creee au besoin puis remise
      *>a zero (depense, proposition) pour la revue du jour, en
      *>conservant l'epinglage et le debut de grace
        PREPARER_FICHES_STATUT.
           MOVE 1 TO WfinStatut
           OPEN INPUT fclients
           OPEN I-O fstatutsClients
           PERFORM WITH TEST AFTER UNTIL WfinStatut = 0
               READ fclients NEXT
               AT END MOVE 0 TO WfinStatut
               NOT AT END
                   IF CLIENT_STANDARD OR CLIENT_FIDELE THEN
                      ADD 1 TO nbClientsRevus END-ADD
                      MOVE fc_id TO sc_idClient
                      READ fstatutsClients KEY IS sc_idClient
                         INVALID KEY
                            MOVE fc_id TO sc_idClient
                            MOVE SPACES TO sc_dateSousSeuil
                            MOVE "N" TO sc_epingle
                            MOVE SPACES TO sc_dateChangement
                            PERFORM RAZ_FICHE_STATUT
                            WRITE tamp_fstatutClient
                            END-WRITE
                         NOT INVALID KEY
                            PERFORM RAZ_FICHE_STATUT
                            REWRITE tamp_fstatutClient
                            END-REWRITE
                      END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstatutsClients
           CLOSE fclients.

      *>Cette méthode remet la fiche de statut du tampon a zero pour
      *>la revue du jour
        RAZ_FICHE_STATUT.
           MOVE dateJourRevue TO sc_dateRevue
           MOVE 0 TO sc_depense12Mois
           MOVE 0 TO sc_retours12Mois
           MOVE fc_typeClient TO sc_typeActuel
           MOVE SPACE TO sc_typePropose
           MOVE SPACES TO sc_motif.

      *>Cette méthode cumule sur les fiches de statut de la revue du
      *>jour les ventes abouties des 12 derniers mois, courantes puis
      *>archivees ; les ventes retournees sont totalisees a part et
      *>ne comptent pas dans la depense nette
        CUMULER_DEPENSES_STATUT.
           OPEN I-O fstatutsClients
           MOVE 1 TO WfinVentesStatut
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinVentesStatut = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinVentesStatut
               NOT AT END
                   IF fv_client NOT = 0 AND
                      fv_dateVente(1:8) > dateDebutRevue AND
                      fv_dateVente(1:8) NOT > dateJourRevue AND
                      (fv_statut = 0 OR fv_statut = 3 OR
                       fv_statut = 4) THEN
                      MOVE fv_client TO sc_idClient
                      READ fstatutsClients KEY IS sc_idClient
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            IF sc_dateRevue = dateJourRevue THEN
                               IF fv_statut = 4 THEN
                                  ADD fv_prixVente TO
                                      sc_retours12Mois END-ADD
                               ELSE
                                  ADD fv_prixVente TO
                                      sc_depense12Mois END-ADD
                               END-IF
                               REWRITE tamp_fstatutClient
                               END-REWRITE
                            END-IF
                      END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           MOVE 1 TO WfinVentesStatut
           OPEN INPUT fventesArchive
           PERFORM WITH TEST AFTER UNTIL WfinVentesStatut = 0
               READ fventesArchive NEXT
               AT END MOVE 0 TO WfinVentesStatut
               NOT AT END
                   IF fva_client NOT = 0 AND
                      fva_dateVente(1:8) > dateDebutRevue AND
                      fva_dateVente(1:8) NOT > dateJourRevue AND
                      (fva_statut = 0 OR fva_statut = 3 OR
                       fva_statut = 4) THEN
                      MOVE fva_client TO sc_idClient
                      READ fstatutsClients KEY IS sc_idClient
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            IF sc_dateRevue = dateJourRevue THEN
                               IF fva_statut = 4 THEN
                                  ADD fva_prixVente TO
                                      sc_retours12Mois END-ADD
                               ELSE
                                  ADD fva_prixVente TO
                                      sc_depense12Mois END-ADD
                               END-IF
                               REWRITE tamp_fstatutClient
                               END-REWRITE
                            END-IF
                      END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesArchive
           CLOSE fstatutsClients.

      *>Cette méthode decide du statut de chaque client de la revue
      *>du jour et ecrit une ligne de rapport par changement propose,
      *>par debut de grace et par client epingle qui aurait change
        DECIDER_STATUTS_CLIENTS.
           MOVE 1 TO WfinStatut
           OPEN INPUT fclients
           OPEN I-O fstatutsClients
           PERFORM WITH TEST AFTER UNTIL WfinStatut = 0
               READ fstatutsClients NEXT
               AT END MOVE 0 TO WfinStatut
               NOT AT END
                   IF sc_dateRevue = dateJourRevue THEN
                      PERFORM DECIDER_STATUT_CLIENT
                      REWRITE tamp_fstatutClient
                      END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstatutsClients
           CLOSE fclients.

      *>Cette méthode decide du statut du client de la fiche du
      *>tampon : promotion au-dessus du seuil, retrogradation d'un
      *>fidele reste sous le seuil toute la periode de grace ; un
      *>client epingle garde son statut
        DECIDER_STATUT_CLIENT.
           IF sc_depense12Mois NOT < SEUIL_CLIENT_FIDELE THEN
              MOVE SPACES TO sc_dateSousSeuil
              IF sc_typeActuel = "S" AND revueGraceSeule = 0 THEN
                 MOVE "F" TO sc_typePropose
                 MOVE "Depense 12 mois au-dessus du seuil"
                      TO sc_motif
              END-IF
           ELSE
              IF sc_typeActuel = "F" THEN
                 IF sc_dateSousSeuil = SPACES THEN
                    MOVE dateJourRevue TO sc_dateSousSeuil
                 END-IF
                 PERFORM CALCULER_FIN_GRACE_STATUT
                 IF dateFinGraceStatut NOT > dateJourRevue THEN
                    MOVE "S" TO sc_typePropose
                    STRING "Sous le seuil depuis le " DELIMITED BY SIZE
                           sc_dateSousSeuil DELIMITED BY SIZE
                           INTO sc_motif
                 ELSE
                    STRING "Sous le seuil, grace jusqu'au "
                           DELIMITED BY SIZE
                           dateFinGraceStatut DELIMITED BY SIZE
                           INTO sc_motif
                 END-IF
              END-IF
           END-IF
           IF STATUT_EPINGLE AND NOT STATUT_SANS_CHANGEMENT THEN
              MOVE SPACE TO sc_typePropose
              MOVE "Statut epingle par le gerant" TO sc_motif
           END-IF
           IF NOT STATUT_SANS_CHANGEMENT THEN
              ADD 1 TO nbPropositionsStatut END-ADD
           END-IF
           IF sc_motif NOT = SPACES THEN
              MOVE sc_idClient TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY MOVE SPACES TO fc_nom
              END-READ
              MOVE SPACES TO ligneRapport
              STRING sc_idClient DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     fc_nom DELIMITED BY "  "
                     ";" DELIMITED BY SIZE
                     sc_typeActuel DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_typePropose DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_depense12Mois DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_retours12Mois DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_motif DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode calcule la fin de la periode de grace de la
      *>fiche du tampon : passage sous le seuil plus
      *>DELAI_GRACE_STATUT mois, ramenee au dernier jour du mois si
      *>ce jour n'y existe pas
        CALCULER_FIN_GRACE_STATUT.
           MOVE sc_dateSousSeuil TO dateFinGraceStatut
           COMPUTE moisCalculBon = moisFinGraceStatut
               + DELAI_GRACE_STATUT
           PERFORM UNTIL moisCalculBon NOT > 12
               SUBTRACT 12 FROM moisCalculBon END-SUBTRACT
               ADD 1 TO anFinGraceStatut END-ADD
           END-PERFORM
           MOVE moisCalculBon TO moisFinGraceStatut
           MOVE dateFinGraceStatut TO dateSaisieValidee
           PERFORM VALIDER_DATE_SAISIE
           PERFORM UNTIL dateValide = 1
               SUBTRACT 1 FROM jourFinGraceStatut END-SUBTRACT
               MOVE dateFinGraceStatut TO dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM.

      *>Cette méthode permet au gerant d'epingler (ou de liberer) le
      *>statut d'un client : un client epingle n'est ni promu ni
      *>retrograde par la revue, y compris pour un changement deja
      *>propose et pas encore applique
        EPINGLER_STATUT_CLIENT.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClient
           OPEN INPUT fclients
           MOVE idClient TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY
                 DISPLAY "Le client n'existe pas"
                 MOVE 0 TO idClient
              NOT INVALID KEY
                 DISPLAY fc_prenom, " ", fc_nom, " - statut : ",
                         fc_typeClient
           END-READ
           CLOSE fclients
           IF idClient NOT = 0 THEN
              OPEN I-O fstatutsClients
              MOVE idClient TO sc_idClient
              READ fstatutsClients KEY IS sc_idClient
                 INVALID KEY
                    MOVE idClient TO sc_idClient
                    MOVE SPACES TO sc_dateRevue
                    MOVE 0 TO sc_depense12Mois
                    MOVE 0 TO sc_retours12Mois
                    MOVE fc_typeClient TO sc_typeActuel
                    MOVE SPACE TO sc_typePropose
                    MOVE SPACES TO sc_motif
                    MOVE SPACES TO sc_dateSousSeuil
                    MOVE "N" TO sc_epingle
                    MOVE SPACES TO sc_dateChangement
                    WRITE tamp_fstatutClient
                    END-WRITE
              END-READ
              IF NOT STATUT_SANS_CHANGEMENT THEN
                 DISPLAY "Changement propose : ", sc_typeActuel,
                         " -> ", sc_typePropose
                 DISPLAY "Motif : ", sc_motif
              END-IF
              IF STATUT_EPINGLE THEN
                 DISPLAY "Statut epingle. Le liberer ? (O/N)"
              ELSE
                 DISPLAY "Epingler le statut de ce client ? (O/N)"
              END-IF
              ACCEPT reponseEpingle
              IF reponseEpingle = "O" OR reponseEpingle = "o" THEN
                 IF STATUT_EPINGLE THEN
                    MOVE "N" TO sc_epingle
                    DISPLAY "Statut libere"
                 ELSE
                    MOVE "O" TO sc_epingle
                    IF NOT STATUT_SANS_CHANGEMENT THEN
                       MOVE SPACE TO sc_typePropose
                       MOVE "Statut epingle par le gerant"
                            TO sc_motif
                    END-IF
                    DISPLAY "Statut epingle"
                 END-IF
                 REWRITE tamp_fstatutClient
                 END-REWRITE
                 MOVE "EPINGLER_STATUT_CLIENT" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "fstatutsClients" TO journalFichier
                 MOVE sc_idClient TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              END-IF
              CLOSE fstatutsClients
           END-IF.

      *>Cette méthode applique les changements de statut proposes
      *>par la revue (hors clients epingles entre-temps, et hors
      *>fiches dont le statut a ete modifie a la main depuis) : la
      *>fiche client change de type, le changement et son motif
      *>sont journalises et listes dans un rapport, et le client en
      *>est informe par la boite d'envoi
        APPLIQUER_REVUE_STATUTS.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourRevue
           MOVE 0 TO nbChangementsStatut
           MOVE SPACES TO nomRapport
           STRING "CHANGEMENTS-STATUTS-" DELIMITED BY SIZE
                  dateJourRevue DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Changements de statut clients appliques le "
                  DELIMITED BY SIZE
                  dateJourRevue DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Client;Nom;Ancien;Nouveau;Depense;Motif"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinStatut
           OPEN I-O fstatutsClients
           PERFORM WITH TEST AFTER UNTIL WfinStatut = 0
               READ fstatutsClients NEXT
               AT END MOVE 0 TO WfinStatut
               NOT AT END
                   IF NOT STATUT_SANS_CHANGEMENT THEN
                      IF NOT STATUT_EPINGLE THEN
                         PERFORM APPLIQUER_STATUT_CLIENT
                      END-IF
                      MOVE SPACE TO sc_typePropose
                      REWRITE tamp_fstatutClient
                      END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fstatutsClients
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Changements appliques : " DELIMITED BY SIZE
                  nbChangementsStatut DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Changements de statut appliques : ",
                   nbChangementsStatut
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateJourRevue TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode applique a la fiche client le changement
      *>propose sur la fiche de statut du tampon, si le client a
      *>toujours le statut constate lors de la revue
        APPLIQUER_STATUT_CLIENT.
           MOVE 0 TO statutApplique
           PERFORM OUVRIR_IO_FCLIENTS
           MOVE sc_idClient TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF fc_typeClient = sc_typeActuel THEN
                    MOVE sc_typePropose TO fc_typeClient
                    REWRITE tamp_fclient
                       NOT INVALID KEY
                          MOVE 1 TO statutApplique
                          MOVE fc_mail TO mailClientStatut
                          MOVE SPACES TO nomClientStatut
                          STRING fc_prenom DELIMITED BY "  "
                                 " " DELIMITED BY SIZE
                                 fc_nom DELIMITED BY "  "
                                 INTO nomClientStatut
                          MOVE "APPLIQUER_REVUE_STATUTS" TO
                               journalParagraphe
                          MOVE "MODIFICATION" TO journalOperation
                          MOVE "fclients" TO journalFichier
                          MOVE fc_id TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE fclients
           IF statutApplique = 1 THEN
              ADD 1 TO nbChangementsStatut END-ADD
              MOVE SPACES TO ligneRapport
              STRING sc_idClient DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     nomClientStatut DELIMITED BY "  "
                     ";" DELIMITED BY SIZE
                     sc_typeActuel DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_typePropose DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_depense12Mois DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     sc_motif DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE sc_idClient TO nb_client
              MOVE mailClientStatut TO nb_mail
              MOVE "VOTRE STATUT CLIENT" TO nb_objet
              IF sc_typePropose = "F" THEN
                 MOVE SPACES TO nb_texte
                 STRING "Merci de votre fidelite : vous etes "
                        DELIMITED BY SIZE
                        "desormais client fidele (remise fidele)"
                        DELIMITED BY SIZE
                        INTO nb_texte
              ELSE
                 MOVE SPACES TO nb_texte
                 STRING "Votre statut de client fidele prend fin : "
                        DELIMITED BY SIZE
                        "achats sur 12 mois sous le seuil"
                        DELIMITED BY SIZE
                        INTO nb_texte
              END-IF
              PERFORM DEPOSER_NOTIFICATION
              MOVE sc_typePropose TO sc_typeActuel
              MOVE dateJourRevue TO sc_dateChangement
              MOVE SPACES TO sc_dateSousSeuil
           END-IF.

      *>Cette méthode indique (consentementOk a 1) si le client
      *>idClientConsent a donne son accord pour la finalite
      *>finaliteConsent : la derniere ligne du registre pour cette
      *>finalite fait foi, et un client sans ligne n'a pas consenti
        VERIFIER_CONSENTEMENT.
           MOVE 0 TO consentementOk
           OPEN INPUT fconsentements
           MOVE idClientConsent TO cn_idClient
           MOVE 1 TO WfinConsent
           START fconsentements KEY IS = cn_idClient
              INVALID KEY MOVE 0 TO WfinConsent
           END-START
           PERFORM UNTIL WfinConsent = 0
               READ fconsentements NEXT
               AT END MOVE 0 TO WfinConsent
               NOT AT END
                   IF cn_idClient NOT = idClientConsent THEN
                      MOVE 0 TO WfinConsent
                   ELSE
                      IF cn_finalite = finaliteConsent THEN
                         IF CONSENTEMENT_DONNE THEN
                            MOVE 1 TO consentementOk
                         ELSE
                            MOVE 0 TO consentementOk
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fconsentements.

      *>Cette méthode inscrit au registre l'accord ou le retrait
      *>statutConsent du client idClientConsent pour la finalite
      *>finaliteConsent (TT pour les trois), avec sa source
      *>sourceConsent et son detail detailConsent
        ENREGISTRER_CONSENTEMENT.
           IF finaliteConsent = "TT" THEN
              MOVE "NL" TO finaliteConsent
              PERFORM ECRIRE_CONSENTEMENT
              MOVE "PR" TO finaliteConsent
              PERFORM ECRIRE_CONSENTEMENT
              MOVE "AN" TO finaliteConsent
              PERFORM ECRIRE_CONSENTEMENT
              MOVE "TT" TO finaliteConsent
           ELSE
              PERFORM ECRIRE_CONSENTEMENT
           END-IF.

      *>Cette méthode ecrit une ligne du registre des consentements
        ECRIRE_CONSENTEMENT.
           MOVE "CONSENTEMENT" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO cn_id
           MOVE idClientConsent TO cn_idClient
           MOVE finaliteConsent TO cn_finalite
           MOVE statutConsent TO cn_statut
           MOVE FUNCTION CURRENT-DATE TO cn_dateHeure
           MOVE sourceConsent TO cn_source
           MOVE detailConsent TO cn_detail
           OPEN I-O fconsentements
           WRITE tamp_fconsentement
              INVALID KEY
                 DISPLAY "Erreur d'ecriture du registre des"
                 DISPLAY "consentements"
              NOT INVALID KEY
                 MOVE "ENREGISTRER_CONSENTEMENT" TO journalParagraphe
                 MOVE "AJOUT" TO journalOperation
                 MOVE "fconsentements" TO journalFichier
                 MOVE cn_id TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-WRITE
           CLOSE fconsentements.

      *>Cette méthode donne le libelle de la finalite finaliteConsent
        FIXER_LIBELLE_FINALITE.
           EVALUATE finaliteConsent
               WHEN "NL" MOVE "bulletin" TO libelleFinalite
               WHEN "PR" MOVE "promotions" TO libelleFinalite
               WHEN "AN" MOVE "anniversaire" TO libelleFinalite
               WHEN OTHER MOVE "tout" TO libelleFinalite
           END-EVALUATE.

      *>Cette méthode recueille a la creation de la fiche l'accord ou
      *>le refus du client idClientConsent pour chaque finalite
        SAISIR_CONSENTEMENTS_CLIENT.
           MOVE "CO" TO sourceConsent
           MOVE "CREATION DE LA FICHE CLIENT" TO detailConsent
           MOVE "NL" TO finaliteConsent
           PERFORM DEMANDER_CONSENTEMENT
           MOVE "PR" TO finaliteConsent
           PERFORM DEMANDER_CONSENTEMENT
           MOVE "AN" TO finaliteConsent
           PERFORM DEMANDER_CONSENTEMENT.

      *>Cette méthode demande au client son accord (O/N) pour la
      *>finalite finaliteConsent et l'inscrit au registre
        DEMANDER_CONSENTEMENT.
           PERFORM FIXER_LIBELLE_FINALITE
           PERFORM WITH TEST AFTER UNTIL reponseConsent = "O" OR
                   reponseConsent = "N"
                   DISPLAY "Accepte les messages ", libelleFinalite,
                           " (O/N) ?"
                   ACCEPT reponseConsent
                   INSPECT reponseConsent CONVERTING "on" TO "ON"
           END-PERFORM
           MOVE reponseConsent TO statutConsent
           PERFORM ENREGISTRER_CONSENTEMENT.

      *>Cette méthode enregistre un accord ou un retrait donne par un
      *>client au comptoir, par formulaire, sur le site ou par l'outil
      *>de mailing
        MODIFIER_CONSENTEMENT.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClientConsent
           MOVE 0 TO testClient
           OPEN INPUT fclients
           MOVE idClientConsent TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY MOVE 1 TO testClient
           END-READ
           CLOSE fclients
           IF testClient = 1 THEN
              PERFORM WITH TEST AFTER UNTIL finaliteConsent = "NL" OR
                      finaliteConsent = "PR" OR
                      finaliteConsent = "AN" OR finaliteConsent = "TT"
                      DISPLAY "Finalite : bulletin (NL), promotions"
                      DISPLAY "(PR), anniversaire (AN), toutes (TT)"
                      ACCEPT finaliteConsent
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL statutConsent = "O" OR
                      statutConsent = "N"
                      DISPLAY "Accord (O) ou retrait (N) ?"
                      ACCEPT statutConsent
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL sourceConsent = "CO" OR
                      sourceConsent = "FO" OR sourceConsent = "WE" OR
                      sourceConsent = "MA"
                      DISPLAY "Source : comptoir (CO), formulaire (FO),"
                      DISPLAY "site web (WE), outil de mailing (MA)"
                      ACCEPT sourceConsent
              END-PERFORM
              DISPLAY "Precision (reference du formulaire...)"
              ACCEPT detailConsent
              PERFORM ENREGISTRER_CONSENTEMENT
              DISPLAY "Consentement enregistre"
           END-IF.

      *>Cette méthode traite la liste des desinscriptions exportee
      *>par l'outil de mailing : une ligne par adresse, suivie
      *>eventuellement de la finalite (mail;NL) ; sans finalite, le
      *>client est retire de tous les envois marketing
        IMPORTER_DESINSCRIPTIONS.
           DISPLAY "Entrez le nom du fichier des desinscriptions"
           ACCEPT nomFichierEdi
           OPEN INPUT fechangeEdi
           IF cr_fechangeEdi NOT = 0 THEN
              DISPLAY "Fichier des desinscriptions introuvable : ",
                      nomFichierEdi
           ELSE
              MOVE 0 TO nbDesinscriptions
              MOVE 0 TO nbMailsInconnus
              MOVE 1 TO WfinConsent
              PERFORM WITH TEST AFTER UNTIL WfinConsent = 0
                  READ fechangeEdi
                  AT END MOVE 0 TO WfinConsent
                  NOT AT END
                      MOVE SPACES TO mailDesinscrit
                      MOVE SPACES TO champFinaliteDesinscr
                      UNSTRING ligneEdi DELIMITED BY ";"
                          INTO mailDesinscrit champFinaliteDesinscr
                      IF mailDesinscrit NOT = SPACES THEN
                         PERFORM DESINSCRIRE_MAIL
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fechangeEdi
              DISPLAY "Desinscriptions enregistrees : ",
                      nbDesinscriptions
              DISPLAY "Adresses sans client : ", nbMailsInconnus
              MOVE "IMPORTER_DESINSCRIPTIONS" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "fconsentements" TO journalFichier
              MOVE nomFichierEdi TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode inscrit le retrait de consentement de chaque
      *>client dont l'adresse est mailDesinscrit (majuscules et
      *>minuscules confondues)
        DESINSCRIRE_MAIL.
           MOVE FUNCTION UPPER-CASE(champFinaliteDesinscr) TO
                finaliteConsent
           IF finaliteConsent NOT = "NL" AND
              finaliteConsent NOT = "PR" AND
              finaliteConsent NOT = "AN" THEN
              MOVE "TT" TO finaliteConsent
           END-IF
           MOVE "N" TO statutConsent
           MOVE "MA" TO sourceConsent
           MOVE nomFichierEdi TO detailConsent
           MOVE 0 TO clientTrouveMail
           MOVE 1 TO WfinClientConsent
           OPEN INPUT fclients
           PERFORM WITH TEST AFTER UNTIL WfinClientConsent = 0
               READ fclients NEXT
               AT END MOVE 0 TO WfinClientConsent
               NOT AT END
                   IF FUNCTION UPPER-CASE(fc_mail) =
                      FUNCTION UPPER-CASE(mailDesinscrit) THEN
                      MOVE 1 TO clientTrouveMail
                      MOVE fc_id TO idClientConsent
                      PERFORM ENREGISTRER_CONSENTEMENT
                      ADD 1 TO nbDesinscriptions END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fclients
           IF clientTrouveMail = 0 THEN
              ADD 1 TO nbMailsInconnus END-ADD
              DISPLAY "Adresse sans client : ", mailDesinscrit
           END-IF.

      *>Cette méthode etablit la preuve de consentement d'un client :
      *>chaque accord ou retrait du registre avec sa date et sa
      *>source, puis l'etat en vigueur pour chaque finalite
        RAPPORT_PREUVE_CONSENTEMENT.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClientConsent
           MOVE 0 TO testClient
           OPEN INPUT fclients
           MOVE idClientConsent TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY MOVE 1 TO testClient
           END-READ
           CLOSE fclients
           IF testClient = 1 THEN
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE SPACES TO nomRapport
              STRING "CONSENTEMENTS-" DELIMITED BY SIZE
                     idClientConsent(6:10) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Preuve de consentement au " DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Client " DELIMITED BY SIZE
                     idClientConsent DELIMITED BY SIZE
                     " : " DELIMITED BY SIZE
                     fc_prenom DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     fc_nom DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Adresse mail : " DELIMITED BY SIZE
                     fc_mail DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Sources : CO comptoir, FO formulaire, "
                     DELIMITED BY SIZE
                     "WE site web, MA outil de mailing"
                     DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Date;Heure;Finalite;Etat;Source;Precision"
                     DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE "N" TO etatConsentNL
              MOVE "N" TO etatConsentPR
              MOVE "N" TO etatConsentAN
              MOVE 0 TO nbLignesConsent
              OPEN INPUT fconsentements
              MOVE idClientConsent TO cn_idClient
              MOVE 1 TO WfinConsent
              START fconsentements KEY IS = cn_idClient
                 INVALID KEY MOVE 0 TO WfinConsent
              END-START
              PERFORM UNTIL WfinConsent = 0
                  READ fconsentements NEXT
                  AT END MOVE 0 TO WfinConsent
                  NOT AT END
                      IF cn_idClient NOT = idClientConsent THEN
                         MOVE 0 TO WfinConsent
                      ELSE
                         PERFORM ECRIRE_LIGNE_PREUVE_CONSENT
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fconsentements
              MOVE SPACES TO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Etat en vigueur : bulletin " DELIMITED BY SIZE
                     etatConsentNL DELIMITED BY SIZE
                     ", promotions " DELIMITED BY SIZE
                     etatConsentPR DELIMITED BY SIZE
                     ", anniversaire " DELIMITED BY SIZE
                     etatConsentAN DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              IF nbLignesConsent = 0 THEN
                 MOVE SPACES TO ligneRapport
                 STRING "Aucun accord enregistre : le client ne "
                        DELIMITED BY SIZE
                        "recoit aucun envoi marketing"
                        DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
              END-IF
              CLOSE frapport
              DISPLAY "Lignes de registre : ", nbLignesConsent
              DISPLAY "Preuve enregistree dans :"
              DISPLAY nomRapport
              MOVE "RAPPORT" TO typeDocument
              MOVE nomRapport TO nomBackup
              MOVE idClientConsent TO referenceDocument
              PERFORM ENREGISTRER_DOCUMENT
           END-IF.

      *>Cette méthode ecrit au rapport de preuve la ligne de registre
      *>du tampon et tient a jour l'etat en vigueur par finalite
        ECRIRE_LIGNE_PREUVE_CONSENT.
           ADD 1 TO nbLignesConsent END-ADD
           EVALUATE cn_finalite
               WHEN "NL" MOVE cn_statut TO etatConsentNL
               WHEN "PR" MOVE cn_statut TO etatConsentPR
               WHEN "AN" MOVE cn_statut TO etatConsentAN
           END-EVALUATE
           MOVE cn_finalite TO finaliteConsent
           PERFORM FIXER_LIBELLE_FINALITE
           MOVE SPACES TO ligneRapport
           STRING cn_dateHeure(1:8) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  cn_dateHeure(9:6) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  libelleFinalite DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  cn_statut DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  cn_source DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  cn_detail DELIMITED BY "  "
                  INTO ligneRapport
           WRITE ligneRapport.
