           PERFORM WITH TEST AFTER UNTIL cl_typeClient = "S" OR
                   cl_typeClient = "F" OR cl_typeClient = "P" OR
                   cl_typeClient = "s" OR cl_typeClient = "f" OR
                   cl_typeClient = "p" OR
                   cl_typeClient = "C" OR cl_typeClient = "c"
                   DISPLAY "Entrez le type de client (S/F/P/C,"
                   DISPLAY "C = collectivite) :"
                   ACCEPT cl_typeClient
           END-PERFORM

               MOVE "fclients" TO journalFichier
               MOVE fc_id TO journalCle
               PERFORM ENREGISTRER_JOURNAL
               *>Accord du client pour chaque type d'envoi marketing
               MOVE fc_id TO idClientConsent
               PERFORM SAISIR_CONSENTEMENTS_CLIENT
           END-IF.

           *>Cette m�thode v�rifie si l'id du client existe d�j� ou non
           MOVE 0 TO fichierFin
           MOVE 0 TO testNomClient

           *>On demande  l'utilisateur de rentrer le nom et prnom
           *>du client dont on veut connatre le nombre de points de
           *>fidlits
           DISPLAY"Entrez le nom : "
           ACCEPT cl_nom
           DISPLAY "Entrez le prenom : "
           ACCEPT cl_prenom

           *>Lecture squentielle du fichier fclients jusqu' sa fin
           *>(le solde est retenu au premier client trouve)
           PERFORM WITH TEST AFTER UNTIL fichierFin=1
               READ fclients NEXT
               AT END MOVE 1 TO fichierFin
               NOT AT END
               IF fc_nom = cl_nom AND fc_prenom = cl_prenom
                  AND testNomClient = 0 THEN
                  MOVE 1 TO testNomClient
                  MOVE fc_id TO clientMouvPts
                  MOVE fc_ptsFidelite TO ptsFidelite
               END-IF
               END-READ
           END-PERFORM
           close fclients

           *>Affichage du nombre de points de fidlits, du releve
           *>des mouvements et des prochaines expirations ; pour un
           *>membre de foyer, c'est le solde commun porte par le
           *>titulaire
           IF testNomClient = 1
               MOVE clientMouvPts TO idClientFoyer
               PERFORM TROUVER_TITULAIRE_FOYER
               IF membreEnFoyer = 1 THEN
                  OPEN INPUT fclients
                  MOVE titulaireFoyer TO fc_id
                  READ fclients KEY IS fc_id
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        MOVE fc_ptsFidelite TO ptsFidelite
                  END-READ
                  CLOSE fclients
                  MOVE titulaireFoyer TO clientMouvPts
                  DISPLAY "Solde commun du foyer de ", titulaireFoyer
               END-IF
               DISPLAY "Points de fidelite : ", ptsFidelite
               PERFORM AFFICHER_RELEVE_PTS
           END-IF.


           *>Cette m�thode permet de modifier certaines informations
                   PERFORM WITH TEST AFTER UNTIL cl_typeClient = "S" OR
                           cl_typeClient = "F" OR cl_typeClient = "P" OR
                           cl_typeClient = "s" OR cl_typeClient = "f" OR
                           cl_typeClient = "p" OR
                           cl_typeClient = "C" OR cl_typeClient = "c"
                           DISPLAY "Entrez le type de client (S/F/P/C,"
                           DISPLAY "C = collectivite) :"
                           ACCEPT cl_typeClient
                   END-PERFORM
                   PERFORM WITH TEST AFTER UNTIL dateValide = 1
                   DISPLAY "Entrez la nouvelle adresse"
                   ACCEPT fc_adresse
                   MOVE cl_tel TO fc_tel
                   MOVE fc_mail TO ancienMailContact
                   MOVE cl_mail TO fc_mail
                   MOVE fc_ptsFidelite TO ancienSoldePts
                   MOVE cl_ptsFidelite TO fc_ptsFidelite
                   MOVE cl_typeClient TO fc_typeClient
                   REWRITE tamp_fclient
                         MOVE "fclients" TO journalFichier
                         MOVE fc_id TO journalCle
                         PERFORM ENREGISTRER_JOURNAL
                         *>Une adresse corrigee sort le client de la
                         *>liste des coordonnees a corriger
                         IF fc_mail NOT = ancienMailContact THEN
                            MOVE fc_id TO idClientContact
                            PERFORM LEVER_CONTACT_A_CORRIGER
                         END-IF
                         *>Un solde de points corrige a la main laisse
                         *>une ligne d'ajustement dans le releve
                         IF fc_ptsFidelite NOT = ancienSoldePts THEN
                            MOVE fc_id TO clientMouvPts
                            MOVE "AJ" TO typeMouvPts
                            MOVE 0 TO referenceMouvPts
                            IF fc_ptsFidelite > ancienSoldePts THEN
                               MOVE "+" TO sensMouvPts
                               COMPUTE nbPtsMouv =
                                    fc_ptsFidelite - ancienSoldePts
                            ELSE
                               MOVE "-" TO sensMouvPts
                               COMPUTE nbPtsMouv =
                                    ancienSoldePts - fc_ptsFidelite
                            END-IF
                            PERFORM ENREGISTRER_MOUV_POINTS
                         END-IF
                   END-REWRITE
                END-READ
            CLOSE fclients.
           ACCEPT idClient
           DISPLAY "Entrez l'id du client doublon a fusionner"
           ACCEPT idClientFusion
           *>Les points d'un membre de foyer sont au solde commun :
           *>il doit d'abord quitter son foyer
           MOVE 0 TO membreEnFoyer
           MOVE idClientFusion TO idClientFoyer
           PERFORM TROUVER_TITULAIRE_FOYER
           IF membreEnFoyer = 0 THEN
              MOVE idClient TO idClientFoyer
              PERFORM TROUVER_TITULAIRE_FOYER
           END-IF
           IF membreEnFoyer = 1 THEN
              DISPLAY "Un des clients fait partie d'un foyer : le"
              DISPLAY "retirer du foyer avant la fusion"
           ELSE
              PERFORM OUVRIR_IO_FCLIENTS
              MOVE idClient TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY
                    DISPLAY "Le client a conserver n'existe pas"
                 NOT INVALID KEY
                    MOVE fc_ptsFidelite TO ptsFidelite
                    MOVE idClientFusion TO fc_id
                    READ fclients KEY IS fc_id
                       INVALID KEY
                          DISPLAY "Le client doublon n'existe pas"
                       NOT INVALID KEY
                          ADD fc_ptsFidelite TO ptsFidelite END-ADD
                          MOVE fc_ptsFidelite TO nbPtsMouv
                          PERFORM REPOINTER_VENTES_FUSION
                          PERFORM REPOINTER_PTS_FUSION
                          PERFORM REPOINTER_COMPTE_WEB_FUSION
                          DELETE fclients
                          MOVE "FUSIONNER_CLIENTS" TO
                               journalParagraphe
                          MOVE "SUPPRESSION" TO journalOperation
                          MOVE "fclients" TO journalFichier
                          MOVE idClientFusion TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE idClient TO fc_id
                          READ fclients KEY IS fc_id
                             NOT INVALID KEY
                                MOVE ptsFidelite TO fc_ptsFidelite
                                REWRITE tamp_fclient
                                MOVE "FUSIONNER_CLIENTS" TO
                                     journalParagraphe
                                MOVE "MODIFICATION" TO journalOperation
                                MOVE "fclients" TO journalFichier
                                MOVE fc_id TO journalCle
                                PERFORM ENREGISTRER_JOURNAL
                          END-READ
                          DISPLAY "Fusion effectuee"
                    END-READ
              END-READ
              CLOSE fclients
           END-IF.

           *>Cette methode re-pointe sur le client conserve les ventes
           *>qui etaient enregistrees au nom du client doublon, lors
           UTILISER_PTS_FIDELITE.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClient
           *>Un membre de foyer utilise le solde commun du foyer
           MOVE idClient TO idClientFoyer
           PERFORM TROUVER_TITULAIRE_FOYER
           PERFORM OUVRIR_IO_FCLIENTS
           MOVE titulaireFoyer TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY
                          MOVE "fclients" TO journalFichier
                          MOVE fc_id TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                          MOVE fc_id TO clientMouvPts
                          MOVE "UT" TO typeMouvPts
                          MOVE "-" TO sensMouvPts
                          MOVE ptsARedeemer TO nbPtsMouv
                          MOVE 0 TO referenceMouvPts
                          MOVE idClient TO membreMouvPts
                          PERFORM ENREGISTRER_MOUV_POINTS
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE fclients.

           *>Cette methode affiche le releve des points du client
           *>clientMouvPts : chaque mouvement date avec son origine,
           *>puis les points encore disponibles et leur date
           *>d'expiration
           AFFICHER_RELEVE_PTS.
           MOVE 0 TO compteurPage
           MOVE 0 TO nbLignesPts
           DISPLAY "-- Releve des points --"
           OPEN INPUT fptsFidelite
           MOVE clientMouvPts TO pf_idClient
           MOVE 1 TO WfinPts
           START fptsFidelite KEY IS = pf_idClient
              INVALID KEY MOVE 0 TO WfinPts
           END-START
           PERFORM UNTIL WfinPts = 0
               READ fptsFidelite NEXT
               AT END MOVE 0 TO WfinPts
               NOT AT END
                   IF pf_idClient NOT = clientMouvPts THEN
                      MOVE 0 TO WfinPts
                   ELSE
                      ADD 1 TO nbLignesPts END-ADD
                      PERFORM FIXER_LIBELLE_MOUV_PTS
                      IF pf_reference = 0 THEN
                         DISPLAY pf_date, " ", libelleMouvPts, " ",
                                 pf_sens, pf_points
                      ELSE
                         DISPLAY pf_date, " ", libelleMouvPts, " ",
                                 pf_sens, pf_points, " ref ",
                                 pf_reference
                      END-IF
                      IF pf_idMembre NOT = pf_idClient AND
                         pf_idMembre NOT = 0 THEN
                         DISPLAY "         par le membre ", pf_idMembre
                      END-IF
                      ADD 1 TO compteurPage
                      IF compteurPage >= TAILLE_PAGE THEN
                         DISPLAY "-- Appuyez sur ENTREE pour"
                                 " continuer --"
                         ACCEPT pauseTouche
                         MOVE 0 TO compteurPage
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF nbLignesPts = 0 THEN
              DISPLAY "Aucun mouvement enregistre"
           END-IF
           DISPLAY "-- Prochaines expirations --"
           MOVE 0 TO nbLignesPts
           MOVE clientMouvPts TO pf_idClient
           MOVE 1 TO WfinPts
           START fptsFidelite KEY IS = pf_idClient
              INVALID KEY MOVE 0 TO WfinPts
           END-START
           PERFORM UNTIL WfinPts = 0
               READ fptsFidelite NEXT
               AT END MOVE 0 TO WfinPts
               NOT AT END
                   IF pf_idClient NOT = clientMouvPts THEN
                      MOVE 0 TO WfinPts
                   ELSE
                      IF PTS_CREDIT AND pf_restant > 0 THEN
                         ADD 1 TO nbLignesPts END-ADD
                         DISPLAY pf_restant, " points expirent le ",
                                 pf_dateExpiration
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fptsFidelite
           IF nbLignesPts = 0 THEN
              DISPLAY "Aucun point en attente d'expiration"
           END-IF.

           *>Cette methode donne le libelle du type de mouvement de
           *>points du tampon tamp_fptsFidelite
           FIXER_LIBELLE_MOUV_PTS.
           EVALUATE TRUE
               WHEN PTS_GAIN_VENTE
                   MOVE "Achat" TO libelleMouvPts
               WHEN PTS_PARRAINAGE
                   MOVE "Bonus de parrainage" TO libelleMouvPts
               WHEN PTS_UTILISATION
                   MOVE "Utilisation" TO libelleMouvPts
               WHEN PTS_RETOUR
                   MOVE "Annulation sur retour" TO libelleMouvPts
               WHEN PTS_FUSION
                   MOVE "Reprise fiche fusionnee" TO libelleMouvPts
               WHEN PTS_AJUSTEMENT
                   MOVE "Ajustement manuel" TO libelleMouvPts
               WHEN PTS_REPRISE
                   MOVE "Reprise de solde" TO libelleMouvPts
               WHEN PTS_EXPIRATION
                   MOVE "Expiration" TO libelleMouvPts
               WHEN PTS_FOYER
                   MOVE "Mise en commun foyer" TO libelleMouvPts
               WHEN OTHER
                   MOVE pf_type TO libelleMouvPts
           END-EVALUATE.

           *>Cette methode inscrit un mouvement de points au releve du
           *>client clientMouvPts : un credit devient une ligne de
           *>points disponibles jusqu'a sa date d'expiration, un debit
           *>consomme d'abord les points gagnes les plus anciens (une
           *>expiration a deja solde ses lignes) ; un mouvement
           *>informatif (fusion) ne touche a aucun solde
           ENREGISTRER_MOUV_POINTS.
           IF nbPtsMouv > 0 THEN
              MOVE FUNCTION CURRENT-DATE TO dateMouvPts
              IF sensMouvPts = "-" AND typeMouvPts NOT = "EX" THEN
                 MOVE nbPtsMouv TO ptsAConsommer
                 PERFORM CONSOMMER_PTS_CLIENT
              END-IF
              MOVE "PTSFIDELITE" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO pf_id
              MOVE clientMouvPts TO pf_idClient
              MOVE dateMouvPts(1:8) TO pf_date
              MOVE typeMouvPts TO pf_type
              MOVE sensMouvPts TO pf_sens
              MOVE nbPtsMouv TO pf_points
              MOVE referenceMouvPts TO pf_reference
              IF membreMouvPts = 0 THEN
                 MOVE clientMouvPts TO pf_idMembre
              ELSE
                 MOVE membreMouvPts TO pf_idMembre
              END-IF
              MOVE 0 TO membreMouvPts
              MOVE "N" TO pf_avertie
              IF PTS_CREDIT THEN
                 MOVE nbPtsMouv TO pf_restant
                 PERFORM CALCULER_EXPIRATION_PTS
              ELSE
                 MOVE 0 TO pf_restant
                 MOVE SPACES TO pf_dateExpiration
              END-IF
              OPEN I-O fptsFidelite
              WRITE tamp_fptsFidelite
                 INVALID KEY
                    DISPLAY "Erreur d'ecriture du releve de points"
              END-WRITE
              CLOSE fptsFidelite
           END-IF.

           *>Cette methode calcule la date d'expiration de la ligne de
           *>points du tampon : date du gain plus VALIDITE_POINTS mois,
           *>ramenee au dernier jour du mois si ce jour n'y existe pas
           CALCULER_EXPIRATION_PTS.
           MOVE pf_date TO dateExpirationPts
           COMPUTE moisCalculBon = moisExpirationPts + VALIDITE_POINTS
           PERFORM UNTIL moisCalculBon NOT > 12
               SUBTRACT 12 FROM moisCalculBon END-SUBTRACT
               ADD 1 TO anExpirationPts END-ADD
           END-PERFORM
           MOVE moisCalculBon TO moisExpirationPts
           MOVE dateExpirationPts TO dateSaisieValidee
           PERFORM VALIDER_DATE_SAISIE
           PERFORM UNTIL dateValide = 1
               SUBTRACT 1 FROM jourExpirationPts END-SUBTRACT
               MOVE dateExpirationPts TO dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateExpirationPts TO pf_dateExpiration.

           *>Cette methode consomme ptsAConsommer points sur les lignes
           *>de gain du client clientMouvPts, de la plus ancienne a la
           *>plus recente
           CONSOMMER_PTS_CLIENT.
           OPEN I-O fptsFidelite
           MOVE clientMouvPts TO pf_idClient
           MOVE 1 TO WfinPts
           START fptsFidelite KEY IS = pf_idClient
              INVALID KEY MOVE 0 TO WfinPts
           END-START
           PERFORM UNTIL WfinPts = 0 OR ptsAConsommer = 0
               READ fptsFidelite NEXT
               AT END MOVE 0 TO WfinPts
               NOT AT END
                   IF pf_idClient NOT = clientMouvPts THEN
                      MOVE 0 TO WfinPts
                   ELSE
                      IF PTS_CREDIT AND pf_restant > 0 THEN
                         IF pf_restant > ptsAConsommer THEN
                            MOVE ptsAConsommer TO ptsConsommes
                         ELSE
                            MOVE pf_restant TO ptsConsommes
                         END-IF
                         SUBTRACT ptsConsommes FROM pf_restant
                            END-SUBTRACT
                         SUBTRACT ptsConsommes FROM ptsAConsommer
                            END-SUBTRACT
                         REWRITE tamp_fptsFidelite
                         END-REWRITE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fptsFidelite.

           *>Cette methode rattache au client conserve idClient les
           *>lignes de releve du client doublon idClientFusion (dates
           *>et expirations d'origine conservees), puis note la reprise
           *>des nbPtsMouv points du doublon
           REPOINTER_PTS_FUSION.
           OPEN I-O fptsFidelite
           MOVE 1 TO WfinPts
           PERFORM UNTIL WfinPts = 0
               MOVE idClientFusion TO pf_idClient
               START fptsFidelite KEY IS = pf_idClient
                  INVALID KEY MOVE 0 TO WfinPts
                  NOT INVALID KEY
                     READ fptsFidelite NEXT
                        AT END MOVE 0 TO WfinPts
                        NOT AT END
                           IF pf_idClient = idClientFusion THEN
                              MOVE idClient TO pf_idClient
                              IF pf_idMembre = idClientFusion THEN
                                 MOVE idClient TO pf_idMembre
                              END-IF
                              REWRITE tamp_fptsFidelite
                              END-REWRITE
                           ELSE
                              MOVE 0 TO WfinPts
                           END-IF
                     END-READ
               END-START
           END-PERFORM
           CLOSE fptsFidelite
           MOVE idClient TO clientMouvPts
           MOVE "FU" TO typeMouvPts
           MOVE "=" TO sensMouvPts
           MOVE idClientFusion TO referenceMouvPts
           PERFORM ENREGISTRER_MOUV_POINTS.

           *>Cette methode fait expirer, client par client, les points
           *>arrives en fin de validite et previent par la boite
           *>d'envoi les clients dont des points expirent dans les
           *>DELAI_RELANCE_PTS jours (une seule fois par ligne de gain)
           EXPIRER_PTS_FIDELITE.
           MOVE FUNCTION CURRENT-DATE TO dateMouvPts
           MOVE dateMouvPts(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           MOVE 0 TO nbClientsPtsExpires
           MOVE 0 TO nbClientsPtsRelances
           MOVE 0 TO totalPtsExpires
           MOVE 0 TO dernierClientPts
           MOVE 1 TO WfinClientPts
           PERFORM UNTIL WfinClientPts = 0
               PERFORM CHERCHER_CLIENT_PTS_SUIVANT
               IF WfinClientPts = 1 THEN
                  PERFORM TRAITER_PTS_CLIENT
               END-IF
           END-PERFORM
           DISPLAY "Clients dont des points ont expire : ",
                   nbClientsPtsExpires, " (", totalPtsExpires,
                   " points)"
           DISPLAY "Clients prevenus d'une expiration proche : ",
                   nbClientsPtsRelances.

           *>Cette methode lit le client qui suit dernierClientPts et
           *>retient son identifiant et son solde de points
           CHERCHER_CLIENT_PTS_SUIVANT.
           OPEN INPUT fclients
           MOVE dernierClientPts TO fc_id
           START fclients KEY IS > fc_id
              INVALID KEY MOVE 0 TO WfinClientPts
           END-START
           IF WfinClientPts = 1 THEN
              READ fclients NEXT
                 AT END MOVE 0 TO WfinClientPts
                 NOT AT END
                    MOVE fc_id TO dernierClientPts
                    MOVE fc_id TO clientMouvPts
                    MOVE fc_ptsFidelite TO ancienSoldePts
              END-READ
           END-IF
           CLOSE fclients.

           *>Cette methode traite les points du client clientMouvPts :
           *>un solde sans releve (points anterieurs au releve, fiche
           *>restauree) est d'abord repris pour que releve et solde
           *>concordent, puis les lignes echues expirent et celles
           *>proches de l'echeance sont signalees au client
           TRAITER_PTS_CLIENT.
           PERFORM SOMMER_RESTANT_PTS
           MOVE "RS" TO typeMouvPts
           MOVE 0 TO referenceMouvPts
           IF restantTotalPts < ancienSoldePts THEN
              MOVE "+" TO sensMouvPts
              COMPUTE nbPtsMouv = ancienSoldePts - restantTotalPts
              PERFORM ENREGISTRER_MOUV_POINTS
           END-IF
           IF restantTotalPts > ancienSoldePts THEN
              MOVE "-" TO sensMouvPts
              COMPUTE nbPtsMouv = restantTotalPts - ancienSoldePts
              PERFORM ENREGISTRER_MOUV_POINTS
           END-IF
           PERFORM ECHOIR_PTS_CLIENT
           IF ptsExpires > 0 THEN
              MOVE "EX" TO typeMouvPts
              MOVE "-" TO sensMouvPts
              MOVE ptsExpires TO nbPtsMouv
              MOVE 0 TO referenceMouvPts
              PERFORM ENREGISTRER_MOUV_POINTS
              PERFORM OUVRIR_IO_FCLIENTS
              MOVE clientMouvPts TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF fc_ptsFidelite > ptsExpires THEN
                       SUBTRACT ptsExpires FROM fc_ptsFidelite
                          END-SUBTRACT
                    ELSE
                       MOVE 0 TO fc_ptsFidelite
                    END-IF
                    REWRITE tamp_fclient
                       NOT INVALID KEY
                          MOVE "EXPIRER_PTS_FIDELITE" TO
                               journalParagraphe
                          MOVE "MODIFICATION" TO journalOperation
                          MOVE "fclients" TO journalFichier
                          MOVE fc_id TO journalCle
                          PERFORM ENREGISTRER_JOURNAL
                    END-REWRITE
              END-READ
              CLOSE fclients
              ADD 1 TO nbClientsPtsExpires END-ADD
              ADD ptsExpires TO totalPtsExpires END-ADD
           END-IF
           IF ptsBientotExpires > 0 THEN
              MOVE clientMouvPts TO nb_client
              MOVE SPACES TO nb_mail
              MOVE "VOS POINTS FIDELITE EXPIRENT" TO nb_objet
              MOVE SPACES TO nb_texte
              STRING ptsBientotExpires DELIMITED BY SIZE
                     " points de fidelite expirent le "
                        DELIMITED BY SIZE
                     dateProchaineExpiPts DELIMITED BY SIZE
                     ", pensez a les utiliser" DELIMITED BY SIZE
                     INTO nb_texte
              PERFORM DEPOSER_NOTIFICATION
              ADD 1 TO nbClientsPtsRelances END-ADD
           END-IF.

           *>Cette methode totalise les points encore disponibles sur
           *>les lignes de gain du client clientMouvPts
           SOMMER_RESTANT_PTS.
           MOVE 0 TO restantTotalPts
           OPEN INPUT fptsFidelite
           MOVE clientMouvPts TO pf_idClient
           MOVE 1 TO WfinPts
           START fptsFidelite KEY IS = pf_idClient
              INVALID KEY MOVE 0 TO WfinPts
           END-START
           PERFORM UNTIL WfinPts = 0
               READ fptsFidelite NEXT
               AT END MOVE 0 TO WfinPts
               NOT AT END
                   IF pf_idClient NOT = clientMouvPts THEN
                      MOVE 0 TO WfinPts
                   ELSE
                      IF PTS_CREDIT THEN
                         ADD pf_restant TO restantTotalPts END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fptsFidelite.

           *>Cette methode solde les lignes de gain echues du client
           *>clientMouvPts (ptsExpires) et marque celles qui expirent
           *>dans les DELAI_RELANCE_PTS jours (ptsBientotExpires, a la
           *>plus proche date dateProchaineExpiPts)
           ECHOIR_PTS_CLIENT.
           MOVE 0 TO ptsExpires
           MOVE 0 TO ptsBientotExpires
           MOVE SPACES TO dateProchaineExpiPts
           OPEN I-O fptsFidelite
           MOVE clientMouvPts TO pf_idClient
           MOVE 1 TO WfinPts
           START fptsFidelite KEY IS = pf_idClient
              INVALID KEY MOVE 0 TO WfinPts
           END-START
           PERFORM UNTIL WfinPts = 0
               READ fptsFidelite NEXT
               AT END MOVE 0 TO WfinPts
               NOT AT END
                   IF pf_idClient NOT = clientMouvPts THEN
                      MOVE 0 TO WfinPts
                   ELSE
                      IF PTS_CREDIT AND pf_restant > 0 AND
                         pf_dateExpiration IS NUMERIC THEN
                         MOVE pf_dateExpiration TO dateJourNum
                         MOVE FUNCTION INTEGER-OF-DATE(dateJourNum)
                              TO entierExpirationPts
                         IF entierExpirationPts < entierDateJour THEN
                            ADD pf_restant TO ptsExpires END-ADD
                            MOVE 0 TO pf_restant
                            REWRITE tamp_fptsFidelite
                            END-REWRITE
                         ELSE
                            IF NOT PTS_AVERTIS AND
                               entierExpirationPts - entierDateJour
                               NOT > DELAI_RELANCE_PTS THEN
                               ADD pf_restant TO ptsBientotExpires
                                  END-ADD
                               IF dateProchaineExpiPts = SPACES OR
                                  pf_dateExpiration <
                                  dateProchaineExpiPts THEN
                                  MOVE pf_dateExpiration TO
                                       dateProchaineExpiPts
                               END-IF
                               MOVE "O" TO pf_avertie
                               REWRITE tamp_fptsFidelite
                               END-REWRITE
                            END-IF
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fptsFidelite.

      *>Cette methode donne le titulaire titulaireFoyer du foyer du
      *>client idClientFoyer (membreEnFoyer a 1) ; un client hors de
      *>tout foyer est son propre titulaire (membreEnFoyer a 0)
           TROUVER_TITULAIRE_FOYER.
                MOVE idClientFoyer TO titulaireFoyer
                MOVE 0 TO membreEnFoyer
                OPEN INPUT ffoyers
                MOVE idClientFoyer TO fo_idClient
                READ ffoyers KEY IS fo_idClient
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE fo_idFoyer TO titulaireFoyer
                      MOVE 1 TO membreEnFoyer
                END-READ
                CLOSE ffoyers.

      *>Cette methode cherche un abonnement actif a la serie
      *>serieAbonnement porte par le client idClient ou par un
      *>membre de son foyer : idAbonnement en recoit l'id, ou 0
           VERIFIER_SERIE_FOYER.
                MOVE 0 TO idAbonnement
                MOVE idClient TO idClientFoyer
                PERFORM TROUVER_TITULAIRE_FOYER
                MOVE titulaireFoyer TO titulaireReference
                MOVE 1 TO WfinAb
                OPEN INPUT fabonnements
                PERFORM WITH TEST AFTER UNTIL WfinAb = 0
                    READ fabonnements NEXT
                    AT END MOVE 0 TO WfinAb
                    NOT AT END
                        IF ABONNEMENT_ACTIF AND
                           ab_serie = serieAbonnement THEN
                           MOVE ab_client TO idClientFoyer
                           PERFORM TROUVER_TITULAIRE_FOYER
                           IF titulaireFoyer = titulaireReference THEN
                              MOVE ab_id TO idAbonnement
                              MOVE 0 TO WfinAb
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fabonnements.

      *>Cette methode liste les exemplaires mis de cote pour le foyer
      *>de titulaire titulaireReference : tout membre peut les
      *>retirer au comptoir
           AFFICHER_MISES_DE_COTE_FOYER.
                MOVE 0 TO nbAbonnementsClient
                MOVE 1 TO WfinRes
                OPEN INPUT freservations
                DISPLAY "-- MIS DE COTE POUR LE FOYER --"
                PERFORM WITH TEST AFTER UNTIL WfinRes = 0
                    READ freservations NEXT
                    AT END MOVE 0 TO WfinRes
                    NOT AT END
                        IF RESERVATION_ACTIVE THEN
                           MOVE rs_client TO idClientFoyer
                           PERFORM TROUVER_TITULAIRE_FOYER
                           IF titulaireFoyer = titulaireReference THEN
                              ADD 1 TO nbAbonnementsClient END-ADD
                              DISPLAY "Reservation ", rs_id, " : ",
                                      rs_titreComics
                              DISPLAY "   au nom de ", rs_client,
                                      " jusqu'au ", rs_dateExpiration
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE freservations
                DISPLAY "Exemplaires mis de cote : ",
                        nbAbonnementsClient.

      *>Cette methode rattache un client au foyer d'un titulaire (le
      *>foyer est cree au premier membre) : le solde de points du
      *>membre rejoint le solde commun porte par le titulaire et ses
      *>lignes de gain encore disponibles passent au releve du
      *>titulaire en gardant le membre qui les a gagnees
           RATTACHER_MEMBRE_FOYER.
                DISPLAY "Entrez l'id du titulaire du foyer"
                ACCEPT idTitulaireSaisi
                DISPLAY "Entrez l'id du client a rattacher"
                ACCEPT idMembreSaisi
                MOVE 0 TO testClient
                OPEN INPUT fclients
                MOVE idTitulaireSaisi TO fc_id
                READ fclients KEY IS fc_id
                   INVALID KEY DISPLAY "Le titulaire n'existe pas"
                   NOT INVALID KEY MOVE 1 TO testClient
                END-READ
                IF testClient = 1 THEN
                   MOVE idMembreSaisi TO fc_id
                   READ fclients KEY IS fc_id
                      INVALID KEY
                         DISPLAY "Le client a rattacher n'existe pas"
                         MOVE 0 TO testClient
                   END-READ
                END-IF
                CLOSE fclients
                IF testClient = 1 AND
                   idMembreSaisi = idTitulaireSaisi THEN
                   DISPLAY "Un titulaire appartient deja a son foyer"
                   MOVE 0 TO testClient
                END-IF
                IF testClient = 1 THEN
                   MOVE idMembreSaisi TO idClientFoyer
                   PERFORM TROUVER_TITULAIRE_FOYER
                   IF membreEnFoyer = 1 THEN
                      DISPLAY "Ce client appartient deja au foyer de ",
                              titulaireFoyer
                      MOVE 0 TO testClient
                   END-IF
                END-IF
                IF testClient = 1 THEN
                   MOVE idTitulaireSaisi TO idClientFoyer
                   PERFORM TROUVER_TITULAIRE_FOYER
                   IF titulaireFoyer NOT = idTitulaireSaisi THEN
                      DISPLAY "Ce client est membre du foyer de ",
                              titulaireFoyer
                      MOVE 0 TO testClient
                   END-IF
                END-IF
                IF testClient = 1 THEN
                   MOVE FUNCTION CURRENT-DATE TO dateMouvPts
                   OPEN I-O ffoyers
                   IF membreEnFoyer = 0 THEN
                      MOVE idTitulaireSaisi TO fo_idClient
                      MOVE idTitulaireSaisi TO fo_idFoyer
                      MOVE "T" TO fo_role
                      MOVE dateMouvPts(1:8) TO fo_dateEntree
                      WRITE tamp_ffoyer
                         NOT INVALID KEY
                            MOVE "RATTACHER_MEMBRE_FOYER" TO
                                 journalParagraphe
                            MOVE "AJOUT" TO journalOperation
                            MOVE "ffoyers" TO journalFichier
                            MOVE fo_idClient TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-WRITE
                   END-IF
                   MOVE idMembreSaisi TO fo_idClient
                   MOVE idTitulaireSaisi TO fo_idFoyer
                   MOVE "M" TO fo_role
                   MOVE dateMouvPts(1:8) TO fo_dateEntree
                   WRITE tamp_ffoyer
                      NOT INVALID KEY
                         MOVE "RATTACHER_MEMBRE_FOYER" TO
                              journalParagraphe
                         MOVE "AJOUT" TO journalOperation
                         MOVE "ffoyers" TO journalFichier
                         MOVE fo_idClient TO journalCle
                         PERFORM ENREGISTRER_JOURNAL
                   END-WRITE
                   CLOSE ffoyers
                   MOVE 0 TO soldeMembreFoyer
                   PERFORM OUVRIR_IO_FCLIENTS
                   MOVE idMembreSaisi TO fc_id
                   READ fclients KEY IS fc_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         MOVE fc_ptsFidelite TO soldeMembreFoyer
                         MOVE 0 TO fc_ptsFidelite
                         REWRITE tamp_fclient
                         END-REWRITE
                   END-READ
                   MOVE idTitulaireSaisi TO fc_id
                   READ fclients KEY IS fc_id
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         ADD soldeMembreFoyer TO fc_ptsFidelite
                            ON SIZE ERROR
                               MOVE 99999 TO fc_ptsFidelite
                         END-ADD
                         REWRITE tamp_fclient
                            NOT INVALID KEY
                               MOVE "RATTACHER_MEMBRE_FOYER" TO
                                    journalParagraphe
                               MOVE "MODIFICATION" TO
                                    journalOperation
                               MOVE "fclients" TO journalFichier
                               MOVE fc_id TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                         END-REWRITE
                   END-READ
                   CLOSE fclients
                   MOVE idMembreSaisi TO clientDepartPts
                   MOVE idTitulaireSaisi TO clientArriveePts
                   MOVE 0 TO membreFiltrePts
                   PERFORM REPOINTER_PTS_FOYER
                   MOVE soldeMembreFoyer TO ptsRepris
                   PERFORM NOTER_TRANSFERT_PTS_FOYER
                   DISPLAY "Client ", idMembreSaisi,
                           " rattache au foyer de ", idTitulaireSaisi
                   DISPLAY "Points verses au solde commun : ",
                           soldeMembreFoyer
                END-IF.

      *>Cette methode fait sortir un client de son foyer. Regle de
      *>partage du solde commun : le partant reprend les points qu'il
      *>a lui-meme gagnes (ou apportes) et qui restent disponibles,
      *>les utilisations ayant consomme les gains les plus anciens
      *>du foyer ; le titulaire garde le reste. Si le titulaire
      *>part, le foyer est dissous et chaque membre reprend ses
      *>points de la meme maniere
           QUITTER_FOYER.
                DISPLAY "Entrez l'id du client qui quitte son foyer"
                ACCEPT idMembreSaisi
                MOVE idMembreSaisi TO idClientFoyer
                PERFORM TROUVER_TITULAIRE_FOYER
                IF membreEnFoyer = 0 THEN
                   DISPLAY "Ce client n'appartient a aucun foyer"
                ELSE
                   MOVE titulaireFoyer TO idTitulaireSaisi
                   IF idMembreSaisi NOT = idTitulaireSaisi THEN
                      PERFORM SORTIR_MEMBRE_FOYER
                      PERFORM CHERCHER_MEMBRE_FOYER
                      IF nbMembresFoyer = 0 THEN
                         MOVE idTitulaireSaisi TO idClientFoyer
                         PERFORM SUPPRIMER_FICHE_FOYER
                      END-IF
                   ELSE
                      DISPLAY "Le depart du titulaire dissout le foyer"
                      DISPLAY "et chaque membre reprend ses points."
                      DISPLAY "Confirmer (O/N) ?"
                      ACCEPT reponseFoyer
                      IF reponseFoyer = "O" OR reponseFoyer = "o" THEN
                         PERFORM CHERCHER_MEMBRE_FOYER
                         PERFORM UNTIL nbMembresFoyer = 0
                             PERFORM SORTIR_MEMBRE_FOYER
                             PERFORM CHERCHER_MEMBRE_FOYER
                         END-PERFORM
                         MOVE idTitulaireSaisi TO idClientFoyer
                         PERFORM SUPPRIMER_FICHE_FOYER
                         DISPLAY "Foyer dissous"
                      ELSE
                         DISPLAY "Dissolution abandonnee"
                      END-IF
                   END-IF
                END-IF.

      *>Cette methode fait sortir le membre idMembreSaisi du foyer de
      *>idTitulaireSaisi : ses lignes de gain disponibles du releve
      *>du titulaire lui reviennent avec les points correspondants
           SORTIR_MEMBRE_FOYER.
                MOVE idTitulaireSaisi TO clientDepartPts
                MOVE idMembreSaisi TO clientArriveePts
                MOVE idMembreSaisi TO membreFiltrePts
                PERFORM REPOINTER_PTS_FOYER
                PERFORM OUVRIR_IO_FCLIENTS
                MOVE idTitulaireSaisi TO fc_id
                READ fclients KEY IS fc_id
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF fc_ptsFidelite < ptsRepris THEN
                         MOVE fc_ptsFidelite TO ptsRepris
                      END-IF
                      SUBTRACT ptsRepris FROM fc_ptsFidelite
                      END-SUBTRACT
                      REWRITE tamp_fclient
                         NOT INVALID KEY
                            MOVE "SORTIR_MEMBRE_FOYER" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                            MOVE "fclients" TO journalFichier
                            MOVE fc_id TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-REWRITE
                END-READ
                MOVE idMembreSaisi TO fc_id
                READ fclients KEY IS fc_id
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      ADD ptsRepris TO fc_ptsFidelite
                         ON SIZE ERROR
                            MOVE 99999 TO fc_ptsFidelite
                      END-ADD
                      REWRITE tamp_fclient
                         NOT INVALID KEY
                            MOVE "SORTIR_MEMBRE_FOYER" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                            MOVE "fclients" TO journalFichier
                            MOVE fc_id TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-REWRITE
                END-READ
                CLOSE fclients
                PERFORM NOTER_TRANSFERT_PTS_FOYER
                MOVE idMembreSaisi TO idClientFoyer
                PERFORM SUPPRIMER_FICHE_FOYER
                DISPLAY "Client ", idMembreSaisi, " sorti du foyer, ",
                        ptsRepris, " points repris".

      *>Cette methode note au releve du client de depart et a celui
      *>du client d'arrivee le transfert de ptsRepris points du
      *>membre idMembreSaisi entre son compte et le solde commun
           NOTER_TRANSFERT_PTS_FOYER.
                MOVE "FO" TO typeMouvPts
                MOVE "=" TO sensMouvPts
                MOVE ptsRepris TO nbPtsMouv
                MOVE clientDepartPts TO clientMouvPts
                MOVE clientArriveePts TO referenceMouvPts
                MOVE idMembreSaisi TO membreMouvPts
                PERFORM ENREGISTRER_MOUV_POINTS
                MOVE clientArriveePts TO clientMouvPts
                MOVE clientDepartPts TO referenceMouvPts
                MOVE idMembreSaisi TO membreMouvPts
                PERFORM ENREGISTRER_MOUV_POINTS
                MOVE 0 TO membreMouvPts.

      *>Cette methode fait passer au releve de clientArriveePts les
      *>lignes de gain encore disponibles du releve de
      *>clientDepartPts (celles gagnees par membreFiltrePts, ou
      *>toutes si 0), dates et expirations d'origine conservees ;
      *>ptsRepris recoit le total des points deplaces
           REPOINTER_PTS_FOYER.
                MOVE 0 TO ptsRepris
                OPEN I-O fptsFidelite
                MOVE 1 TO WfinPtsFoyer
                PERFORM UNTIL WfinPtsFoyer = 0
                    MOVE 0 TO lignePtsTrouvee
                    MOVE 1 TO WfinPts
                    MOVE clientDepartPts TO pf_idClient
                    START fptsFidelite KEY IS = pf_idClient
                       INVALID KEY MOVE 0 TO WfinPts
                    END-START
                    PERFORM UNTIL WfinPts = 0 OR lignePtsTrouvee = 1
                        READ fptsFidelite NEXT
                        AT END MOVE 0 TO WfinPts
                        NOT AT END
                            IF pf_idClient NOT = clientDepartPts THEN
                               MOVE 0 TO WfinPts
                            ELSE
                               IF PTS_CREDIT AND pf_restant > 0 AND
                                  (membreFiltrePts = 0 OR
                                   pf_idMembre = membreFiltrePts) THEN
                                  MOVE 1 TO lignePtsTrouvee
                               END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                    IF lignePtsTrouvee = 1 THEN
                       MOVE clientArriveePts TO pf_idClient
                       ADD pf_restant TO ptsRepris
                          ON SIZE ERROR CONTINUE
                       END-ADD
                       REWRITE tamp_fptsFidelite
                       END-REWRITE
                    ELSE
                       MOVE 0 TO WfinPtsFoyer
                    END-IF
                END-PERFORM
                CLOSE fptsFidelite.

      *>Cette methode compte les membres (hors titulaire) du foyer de
      *>idTitulaireSaisi dans nbMembresFoyer ; idMembreSaisi recoit
      *>le premier d'entre eux
           CHERCHER_MEMBRE_FOYER.
                MOVE 0 TO nbMembresFoyer
                OPEN INPUT ffoyers
                MOVE idTitulaireSaisi TO fo_idFoyer
                MOVE 1 TO WfinFoyer
                START ffoyers KEY IS = fo_idFoyer
                   INVALID KEY MOVE 0 TO WfinFoyer
                END-START
                PERFORM UNTIL WfinFoyer = 0
                    READ ffoyers NEXT
                    AT END MOVE 0 TO WfinFoyer
                    NOT AT END
                        IF fo_idFoyer NOT = idTitulaireSaisi THEN
                           MOVE 0 TO WfinFoyer
                        ELSE
                           IF FOYER_MEMBRE THEN
                              IF nbMembresFoyer = 0 THEN
                                 MOVE fo_idClient TO idMembreSaisi
                              END-IF
                              ADD 1 TO nbMembresFoyer END-ADD
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE ffoyers.

      *>Cette methode supprime la fiche foyer du client idClientFoyer
           SUPPRIMER_FICHE_FOYER.
                OPEN I-O ffoyers
                MOVE idClientFoyer TO fo_idClient
                DELETE ffoyers RECORD
                   INVALID KEY
                      DISPLAY "Fiche foyer introuvable : ",
                              idClientFoyer
                   NOT INVALID KEY
                      MOVE "SORTIR_MEMBRE_FOYER" TO journalParagraphe
                      MOVE "SUPPRESSION" TO journalOperation
                      MOVE "ffoyers" TO journalFichier
                      MOVE idClientFoyer TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                END-DELETE
                CLOSE ffoyers.

      *>Cette methode affiche la composition du foyer d'un client et
      *>le solde de points commun porte par son titulaire
           CONSULTER_FOYER.
                DISPLAY "Entrez l'id d'un client du foyer"
                ACCEPT idClient
                MOVE idClient TO idClientFoyer
                PERFORM TROUVER_TITULAIRE_FOYER
                IF membreEnFoyer = 0 THEN
                   DISPLAY "Ce client n'appartient a aucun foyer"
                ELSE
                   DISPLAY "-- FOYER DU TITULAIRE ", titulaireFoyer,
                           " --"
                   MOVE 0 TO soldeMembreFoyer
                   OPEN INPUT fclients
                   OPEN INPUT ffoyers
                   MOVE titulaireFoyer TO fo_idFoyer
                   MOVE 1 TO WfinFoyer
                   START ffoyers KEY IS = fo_idFoyer
                      INVALID KEY MOVE 0 TO WfinFoyer
                   END-START
                   PERFORM UNTIL WfinFoyer = 0
                       READ ffoyers NEXT
                       AT END MOVE 0 TO WfinFoyer
                       NOT AT END
                           IF fo_idFoyer NOT = titulaireFoyer THEN
                              MOVE 0 TO WfinFoyer
                           ELSE
                              MOVE fo_idClient TO fc_id
                              READ fclients KEY IS fc_id
                                 INVALID KEY
                                    MOVE SPACES TO fc_prenom
                                    MOVE SPACES TO fc_nom
                                    MOVE 0 TO fc_ptsFidelite
                              END-READ
                              IF FOYER_TITULAIRE THEN
                                 MOVE fc_ptsFidelite TO
                                      soldeMembreFoyer
                                 DISPLAY "Titulaire ", fo_idClient,
                                         " : ", fc_prenom
                              ELSE
                                 DISPLAY "Membre    ", fo_idClient,
                                         " : ", fc_prenom
                              END-IF
                              DISPLAY "   ", fc_nom, " depuis le ",
                                      fo_dateEntree
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ffoyers
                   CLOSE fclients
                   DISPLAY "Solde de points commun : ",
                           soldeMembreFoyer
                END-IF.

      *>Cette methode inscrit un client sur la liste d'attente d'un
      *>titre en rupture de stock, pour qu'il soit prevenu
      *>automatiquement des le prochain reapprovisionnement de ce
                   NOT INVALID KEY
                      DISPLAY "Entrez le titre du comic souhaite"
                      ACCEPT wl_titreComics
                      *>Un titre pas encore reference garde un id nul,
                      *>rattache a son arrivee en stock
                      MOVE wl_titreComics TO titreIdRef
                      PERFORM RESOUDRE_ID_REFERENCE
                      MOVE idReference TO wl_idRef
                      MOVE idWishlist TO wl_id
                      MOVE FUNCTION CURRENT-DATE(1:10) TO wl_dateAjout
                      MOVE 0 TO wl_statut
                              fc_nom, " --"
                      MOVE 0 TO totalReleveClient
                      MOVE 0 TO nbAchatsReleveClient
                      *>Un membre de foyer peut demander le releve de
                      *>tout le foyer, achat par achat avec le membre
                      MOVE 0 TO releveFoyer
                      MOVE idClient TO idClientFoyer
                      PERFORM TROUVER_TITULAIRE_FOYER
                      MOVE titulaireFoyer TO titulaireReference
                      IF membreEnFoyer = 1 THEN
                         DISPLAY "Releve de tout le foyer (O/N) ?"
                         ACCEPT reponseFoyer
                         IF reponseFoyer = "O" OR reponseFoyer = "o"
                            THEN
                            MOVE 1 TO releveFoyer
                            DISPLAY "-- FOYER DU TITULAIRE ",
                                    titulaireReference, " --"
                         END-IF
                      END-IF
                      *>Les ventes sont lues par la cle client,
                      *>membre par membre pour le releve du foyer
                      IF releveFoyer = 1 THEN
                         PERFORM RELEVER_VENTES_FOYER
                      ELSE
                         MOVE idClient TO idClientReleve
                         PERFORM RELEVER_VENTES_CLIENT
                      END-IF
                      DISPLAY "-------------------------------"
                      DISPLAY "Nombre d'achats : ",
                              nbAchatsReleveClient
                END-READ
                CLOSE fclients.

      *>Cette methode porte au releve les ventes de chaque membre du
      *>foyer de titulaireReference (le titulaire compris)
           RELEVER_VENTES_FOYER.
                MOVE 1 TO WfinFoyer
                OPEN INPUT ffoyers
                MOVE titulaireReference TO fo_idFoyer
                START ffoyers KEY IS = fo_idFoyer
                   INVALID KEY MOVE 0 TO WfinFoyer
                END-START
                PERFORM UNTIL WfinFoyer = 0
                    READ ffoyers NEXT
                       AT END MOVE 0 TO WfinFoyer
                       NOT AT END
                          IF fo_idFoyer NOT = titulaireReference THEN
                             MOVE 0 TO WfinFoyer
                          ELSE
                             MOVE fo_idClient TO idClientReleve
                             PERFORM RELEVER_VENTES_CLIENT
                          END-IF
                    END-READ
                END-PERFORM
                CLOSE ffoyers.

      *>Cette methode porte au releve les ventes du client
      *>idClientReleve, lues par la cle client de fventes
           RELEVER_VENTES_CLIENT.
                MOVE 1 TO WfinReleveCle
                OPEN INPUT fventes
                MOVE idClientReleve TO fv_client
                START fventes KEY IS = fv_client
                   INVALID KEY MOVE 0 TO WfinReleveCle
                END-START
                PERFORM UNTIL WfinReleveCle = 0
                    READ fventes NEXT
                       AT END MOVE 0 TO WfinReleveCle
                       NOT AT END
                          IF fv_client NOT = idClientReleve THEN
                             MOVE 0 TO WfinReleveCle
                          ELSE
                             PERFORM OBTENIR_LIBELLE_STATUT
                             DISPLAY "Date : ", fv_dateVente
                             IF fv_client NOT = idClient THEN
                                DISPLAY "  Membre : ", fv_client
                             END-IF
                             DISPLAY "  Titre : ", fv_titreComics
                             DISPLAY "  Montant : ", fv_prixVente
                             DISPLAY "  Statut : ", libelleStatut
                             IF fv_statut = 0 THEN
                                ADD 1 TO nbAchatsReleveClient END-ADD
                                ADD fv_prixVente TO
                                    totalReleveClient END-ADD
                             END-IF
                          END-IF
                    END-READ
                END-PERFORM
                CLOSE fventes.

      *>Cette methode enregistre le reglement d'un client
      *>professionnel sur son compte : le montant verse vient en
      *>deduction de l'encours, avec une entree de caisse quand le
                IF testClient = 1 THEN
                   DISPLAY "Entrez la serie suivie"
                   ACCEPT serieAbonnement
                   *>Un foyer ne suit une serie qu'une fois : le tome
                   *>mis de cote est retirable par tout membre
                   PERFORM VERIFIER_SERIE_FOYER
                   IF idAbonnement NOT = 0 THEN
                      DISPLAY "Serie deja suivie par le foyer"
                      DISPLAY "(abonnement ", idAbonnement, ")"
                   ELSE
                      MOVE "ABONNEMENT" TO compteurNom
                      PERFORM OBTENIR_PROCHAIN_ID
                      MOVE prochainId TO idAbonnement
                      MOVE idAbonnement TO ab_id
                      MOVE idClient TO ab_client
                      MOVE serieAbonnement TO ab_serie
                      MOVE FUNCTION CURRENT-DATE TO ab_dateDebut
                      MOVE 0 TO ab_statut
                      OPEN I-O fabonnements
                      WRITE tamp_fabonnement
                      END-WRITE
                      CLOSE fabonnements
                      DISPLAY "Abonnement ", ab_id, " enregistre"
                      MOVE "SAISIR_ABONNEMENT" TO journalParagraphe
                      MOVE "AJOUT" TO journalOperation
                      MOVE "fabonnements" TO journalFichier
                      MOVE ab_id TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                   END-IF
                END-IF.

      *>Cette methode resilie un abonnement de serie
                DISPLAY "par serie)"
                ACCEPT idClient
                IF idClient NOT = 0 THEN
                   *>Les abonnements de tout le foyer du client sont
                   *>listes, avec le membre qui les porte
                   MOVE idClient TO idClientFoyer
                   PERFORM TROUVER_TITULAIRE_FOYER
                   MOVE titulaireFoyer TO titulaireReference
                   MOVE 0 TO nbAbonnementsClient
                   MOVE 1 TO WfinAb
                   OPEN INPUT fabonnements
                       READ fabonnements NEXT
                       AT END MOVE 0 TO WfinAb
                       NOT AT END
                           IF ABONNEMENT_ACTIF THEN
                              MOVE ab_client TO idClientFoyer
                              PERFORM TROUVER_TITULAIRE_FOYER
                              IF titulaireFoyer = titulaireReference
                                 THEN
                                 ADD 1 TO nbAbonnementsClient END-ADD
                                 DISPLAY "Abonnement ", ab_id, " : ",
                                         ab_serie
                                 IF ab_client NOT = idClient THEN
                                    DISPLAY "   au nom du membre ",
                                            ab_client
                                 END-IF
                              END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fabonnements
                   DISPLAY "Abonnements actifs : ",
                           nbAbonnementsClient
                   PERFORM AFFICHER_MISES_DE_COTE_FOYER
                ELSE
                   *>Decompte des abonnes par serie, via la table de
                   *>regroupement par serie de l'inventaire
                END-IF.

      *>Cette methode determine si le client idClient a deja achete
      *>le titre present dans le tampon finventaire, en lisant ses
      *>ventes courantes puis archivees par la cle client, puis les
      *>lignes de panier du titre par sa cle de reference
           VERIF_CLIENT_POSSEDE_TITRE.
                MOVE 0 TO clientPossedeTitre
                MOVE 1 TO WfinLacunes2
                OPEN INPUT fventes
                MOVE idClient TO fv_client
                START fventes KEY IS = fv_client
                   INVALID KEY MOVE 0 TO WfinLacunes2
                END-START
                PERFORM UNTIL WfinLacunes2 = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO WfinLacunes2
                    NOT AT END
                        IF fv_client NOT = idClient THEN
                           MOVE 0 TO WfinLacunes2
                        ELSE IF fv_idRef = fi_id AND
                           (fv_statut = 0 OR fv_statut = 3) THEN
                           MOVE 1 TO clientPossedeTitre
                           MOVE 0 TO WfinLacunes2
                        END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventes
                IF clientPossedeTitre = 0 THEN
                   MOVE 1 TO WfinLacunes2
                   OPEN INPUT fventesArchive
                   MOVE idClient TO fva_client
                   START fventesArchive KEY IS = fva_client
                      INVALID KEY MOVE 0 TO WfinLacunes2
                   END-START
                   PERFORM UNTIL WfinLacunes2 = 0
                       READ fventesArchive NEXT
                       AT END MOVE 0 TO WfinLacunes2
                       NOT AT END
                           IF fva_client NOT = idClient THEN
                              MOVE 0 TO WfinLacunes2
                           ELSE IF fva_idRef = fi_id AND
                              (fva_statut = 0 OR fva_statut = 3) THEN
                              MOVE 1 TO clientPossedeTitre
                              MOVE 0 TO WfinLacunes2
                           END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fventesArchive
                END-IF
                IF clientPossedeTitre = 0 THEN
                   *>Les paniers multi-lignes portent le detail dans
                   *>fventesLignes : on verifie aussi les lignes du
                   *>titre en remontant a l'en-tete pour le client
                   MOVE 1 TO WfinLacunes2
                   OPEN INPUT fventesLignes
                   MOVE fi_id TO fvl_idRef
                   START fventesLignes KEY IS = fvl_idRef
                      INVALID KEY MOVE 0 TO WfinLacunes2
                   END-START
                   PERFORM UNTIL WfinLacunes2 = 0
                       READ fventesLignes NEXT
                       AT END MOVE 0 TO WfinLacunes2
                       NOT AT END
                           IF fvl_idRef NOT = fi_id THEN
                              MOVE 0 TO WfinLacunes2
                           ELSE
                              OPEN INPUT fventes
                              MOVE fvl_idVente TO fv_id
                              READ fventes KEY IS fv_id
                ACCEPT moisFinCA
                DISPLAY "Entrez le jour"
                ACCEPT jourFinCA
                *>En vue foyer, chaque foyer compte pour un client :
                *>son titulaire, avec les achats de tous ses membres
                DISPLAY "Segmenter par foyer (O/N) ?"
                ACCEPT reponseFoyer
                IF reponseFoyer = "O" OR reponseFoyer = "o" THEN
                   MOVE 1 TO segmentationFoyer
                END-IF
                MOVE FUNCTION CURRENT-DATE TO dateRapport
                MOVE dateRapport(1:8) TO dateJourNum
                MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                    READ fclients NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE fc_id TO titulaireFoyer
                        IF segmentationFoyer = 1 THEN
                           MOVE fc_id TO idClientFoyer
                           PERFORM TROUVER_TITULAIRE_FOYER
                        END-IF
                        IF nbClientsSegmentes < 200 AND
                           titulaireFoyer = fc_id THEN
                           PERFORM CUMULER_SEGMENTATION_CLIENT
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fclients
                MOVE 0 TO segmentationFoyer
                *>L'export CSV part de la table encore complete,
                *>avant que l'affichage du classement la consomme
                PERFORM EXPORTER_SEGMENTATION_CSV
                     segDerniereVente(nbClientsSegmentes)
                MOVE 0 TO segNbAchats(nbClientsSegmentes)
                MOVE 0 TO segTotal(nbClientsSegmentes)
                *>Les achats sont lus par la cle client : ceux du
                *>client, ou en vue foyer ceux de chaque membre
                IF segmentationFoyer = 1 THEN
                   PERFORM CUMULER_SEGMENTATION_FOYER
                ELSE
                   MOVE fc_id TO idClientReleve
                   PERFORM CUMULER_ACHATS_SEGMENTATION
                END-IF
                *>Scores : recence (1 jamais/ancien, 2 trimestre, 3
                *>mois), frequence et valeur sur la fenetre
                IF segDerniereVente(nbClientsSegmentes) = SPACES OR
                   NOT segDerniereVente(nbClientsSegmentes)(1:8)
                   IS NUMERIC THEN
                   MOVE 1 TO segScoreR(nbClientsSegmentes)
                ELSE
                   MOVE segDerniereVente(nbClientsSegmentes)(1:8)
                        TO dateJourNum
                   COMPUTE joursDepuisAchat = entierDateJour
                       - FUNCTION INTEGER-OF-DATE(dateJourNum)
                   IF joursDepuisAchat <= 30 THEN
                      MOVE 3 TO segScoreR(nbClientsSegmentes)
                   ELSE IF joursDepuisAchat <= 90 THEN
                      MOVE 2 TO segScoreR(nbClientsSegmentes)
                   ELSE
                      MOVE 1 TO segScoreR(nbClientsSegmentes)
                   END-IF
                END-IF
                IF segNbAchats(nbClientsSegmentes) >= 10 THEN
                   MOVE 3 TO segScoreF(nbClientsSegmentes)
                ELSE IF segNbAchats(nbClientsSegmentes) >= 3 THEN
                   MOVE 2 TO segScoreF(nbClientsSegmentes)
                ELSE
                   MOVE 1 TO segScoreF(nbClientsSegmentes)
                END-IF
                IF segTotal(nbClientsSegmentes) >= 200 THEN
                   MOVE 3 TO segScoreV(nbClientsSegmentes)
                ELSE IF segTotal(nbClientsSegmentes) >= 50 THEN
                   MOVE 2 TO segScoreV(nbClientsSegmentes)
                ELSE
                   MOVE 1 TO segScoreV(nbClientsSegmentes)
                END-IF.

      *>Cette methode cumule pour le foyer du titulaire fc_id les
      *>achats de chacun de ses membres (le titulaire compris) ; un
      *>client hors foyer ne cumule que les siens
           CUMULER_SEGMENTATION_FOYER.
                MOVE 0 TO nbMembresParcourus
                MOVE 1 TO WfinFoyer
                OPEN INPUT ffoyers
                MOVE fc_id TO fo_idFoyer
                START ffoyers KEY IS = fo_idFoyer
                   INVALID KEY MOVE 0 TO WfinFoyer
                END-START
                PERFORM UNTIL WfinFoyer = 0
                    READ ffoyers NEXT
                       AT END MOVE 0 TO WfinFoyer
                       NOT AT END
                          IF fo_idFoyer NOT = fc_id THEN
                             MOVE 0 TO WfinFoyer
                          ELSE
                             ADD 1 TO nbMembresParcourus END-ADD
                             MOVE fo_idClient TO idClientReleve
                             PERFORM CUMULER_ACHATS_SEGMENTATION
                          END-IF
                    END-READ
                END-PERFORM
                CLOSE ffoyers
                IF nbMembresParcourus = 0 THEN
                   MOVE fc_id TO idClientReleve
                   PERFORM CUMULER_ACHATS_SEGMENTATION
                END-IF.

      *>Cette methode cumule dans l'entree courante de la table de
      *>segmentation les achats de la fenetre du client
      *>idClientReleve, courants puis archives, lus par la cle client
           CUMULER_ACHATS_SEGMENTATION.
                MOVE 1 TO WfinSeg
                OPEN INPUT fventes
                MOVE idClientReleve TO fv_client
                START fventes KEY IS = fv_client
                   INVALID KEY MOVE 0 TO WfinSeg
                END-START
                PERFORM UNTIL WfinSeg = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO WfinSeg
                    NOT AT END
                        IF fv_client NOT = idClientReleve THEN
                           MOVE 0 TO WfinSeg
                        ELSE IF (fv_statut = 0 OR fv_statut = 3) AND
                           fv_dateVente NOT < dateDebutCA AND
                           fv_dateVente NOT > dateFinCA THEN
                           ADD 1 TO
                                 segDerniereVente(nbClientsSegmentes)
                           END-IF
                        END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventes
                MOVE 1 TO WfinSeg
                OPEN INPUT fventesArchive
                MOVE idClientReleve TO fva_client
                START fventesArchive KEY IS = fva_client
                   INVALID KEY MOVE 0 TO WfinSeg
                END-START
                PERFORM UNTIL WfinSeg = 0
                    READ fventesArchive NEXT
                    AT END MOVE 0 TO WfinSeg
                    NOT AT END
                        IF fva_client NOT = idClientReleve THEN
                           MOVE 0 TO WfinSeg
                        ELSE IF (fva_statut = 0 OR fva_statut = 3) AND
                           fva_dateVente NOT < dateDebutCA AND
                           fva_dateVente NOT > dateFinCA THEN
                           ADD 1 TO
                                 segDerniereVente(nbClientsSegmentes)
                           END-IF
                        END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventesArchive.

      *>Cette methode trouve dans la table de segmentation le client
      *>restant de plus grande valeur depensee (idxMeilleurSeg a 0
                MOVE FUNCTION CURRENT-DATE TO dateRapport
                MOVE dateRapport(5:2) TO moisAnniversaire
                MOVE 0 TO nbAnniversairesMois
                MOVE 0 TO nbSansConsentement
                MOVE 0 TO nbInjoignablesExclus
                MOVE 1 TO WfinAnniv
                OPEN INPUT fclients
                DISPLAY "-- ANNIVERSAIRES DU MOIS ",
                CLOSE fclients
                DISPLAY "-------------------------------"
                DISPLAY "Clients a souhaiter ce mois : ",
                        nbAnniversairesMois
                DISPLAY "Dont sans accord pour l'offre par mail : ",
                        nbSansConsentement
                DISPLAY "Dont injoignables par mail : ",
                        nbInjoignablesExclus.

      *>Cette methode ecrit la notification de voeux et d'offre
      *>anniversaire du client present dans le tampon fclients
           ENVOYER_VOEUX_ANNIVERSAIRE.
                *>Le message ne part qu'aux clients qui ont accepte
                *>l'offre anniversaire ; la remise reste due au
                *>comptoir a tous
                MOVE fc_id TO idClientConsent
                MOVE "AN" TO finaliteConsent
                PERFORM VERIFIER_CONSENTEMENT
                MOVE fc_id TO idClientContact
                PERFORM VERIFIER_CONTACT_JOIGNABLE
                IF consentementOk = 0 THEN
                   ADD 1 TO nbSansConsentement END-ADD
                   DISPLAY "   (pas d'accord pour l'envoi par mail)"
                ELSE IF contactJoignable = 0 THEN
                   ADD 1 TO nbInjoignablesExclus END-ADD
                   DISPLAY "   (adresse mail a corriger)"
                ELSE
                   *>fclients est deja ouvert chez l'appelant : le
                   *>mail est repris du tampon au lieu d'etre relu
                   MOVE fc_id TO nb_client
                   MOVE fc_mail TO nb_mail
                   MOVE "JOYEUX ANNIVERSAIRE" TO nb_objet
                   MOVE SPACES TO nb_texte
                   STRING "Joyeux anniversaire : 10 % de remise en "
                          DELIMITED BY SIZE
                          "caisse tout le mois sur presentation de "
                          DELIMITED BY SIZE
                          "votre carte" DELIMITED BY SIZE
                          INTO nb_texte
                   PERFORM DEPOSER_NOTIFICATION
                END-IF
                END-IF.

      *>Cette methode cree un evenement en boutique (dedicace, soiree
      *>de sortie) avec sa date, l'auteur ou la serie concerne et la
                   DISPLAY "Donnees exportees dans"
                   DISPLAY "segmentation_export.csv"
                END-IF.

      *>Cette methode retrace l'historique complet d'un client :
      *>ventes et retours, bons utilises et emis, commandes et
      *>arrivees, mises de cote, prets, offres de rachat, devis,
      *>messages et relances, inscriptions aux evenements, le tout
      *>trie par date, filtrable par type et periode, et
      *>imprimable pour repondre a une reclamation
           AFFICHER_CHRONOLOGIE_CLIENT.
                DISPLAY "Entrez l'id du client"
                ACCEPT idClientChrono
                MOVE 0 TO testClient
                OPEN INPUT fclients
                MOVE idClientChrono TO fc_id
                READ fclients KEY IS fc_id
                   INVALID KEY DISPLAY "Le client n'existe pas"
                   NOT INVALID KEY MOVE 1 TO testClient
                END-READ
                CLOSE fclients
                IF testClient = 1 THEN
                   DISPLAY "Types : VE vente, RT retour, BU bon utilise"
                   DISPLAY "  BE bon emis, CM commande, AR arrivee,"
                   DISPLAY "  RS mise de cote, PR pret, RA rachat,"
                   DISPLAY "  DV devis, NO message, RL relance,"
                   DISPLAY "  EV evenement, SC dossier service client"
                   DISPLAY "Entrez le type a afficher (TT = tous)"
                   ACCEPT filtreTypeChrono
                   IF filtreTypeChrono = SPACES THEN
                      MOVE "TT" TO filtreTypeChrono
                   END-IF
                   MOVE 0 TO dateValide
                   PERFORM WITH TEST AFTER UNTIL dateValide = 1
                      DISPLAY "Date de debut (AAAAMMJJ, vide = "
                              "depuis le debut)"
                      ACCEPT dateDebutChrono
                      IF dateDebutChrono = SPACES THEN
                         MOVE 1 TO dateValide
                      ELSE
                         MOVE dateDebutChrono TO dateSaisieValidee
                         PERFORM VALIDER_DATE_SAISIE
                      END-IF
                   END-PERFORM
                   MOVE 0 TO dateValide
                   PERFORM WITH TEST AFTER UNTIL dateValide = 1
                      DISPLAY "Date de fin (AAAAMMJJ, vide = "
                              "jusqu'a aujourd'hui)"
                      ACCEPT dateFinChrono
                      IF dateFinChrono = SPACES THEN
                         MOVE 1 TO dateValide
                      ELSE
                         MOVE dateFinChrono TO dateSaisieValidee
                         PERFORM VALIDER_DATE_SAISIE
                      END-IF
                   END-PERFORM
                   DISPLAY "Imprimer la chronologie ? (O/N)"
                   ACCEPT imprimerChrono
                   MOVE 0 TO ordreChrono
                   MOVE 0 TO nbEvenementsChrono
                   IF imprimerChrono = "O" THEN
                      MOVE FUNCTION CURRENT-DATE TO dateRapport
                      MOVE SPACES TO nomRapport
                      STRING "CHRONO-" DELIMITED BY SIZE
                             idClientChrono(6:10) DELIMITED BY SIZE
                             ".TXT" DELIMITED BY SIZE
                             INTO nomRapport
                      OPEN OUTPUT frapport
                      MOVE SPACES TO ligneRapport
                      STRING "Chronologie du client " DELIMITED BY SIZE
                             idClientChrono DELIMITED BY SIZE
                             " au " DELIMITED BY SIZE
                             dateRapport(1:8) DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                      MOVE SPACES TO ligneRapport
                      STRING fc_prenom DELIMITED BY "  "
                             " " DELIMITED BY SIZE
                             fc_nom DELIMITED BY "  "
                             " - types " DELIMITED BY SIZE
                             filtreTypeChrono DELIMITED BY SIZE
                             " du " DELIMITED BY SIZE
                             dateDebutChrono DELIMITED BY SIZE
                             " au " DELIMITED BY SIZE
                             dateFinChrono DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                      MOVE SPACES TO ligneRapport
                      WRITE ligneRapport
                   END-IF
                   DISPLAY "-- CHRONOLOGIE DU CLIENT ", idClientChrono,
                           " --"
                   SORT ftriChrono ON ASCENDING KEY tch_date tch_ordre
                        INPUT PROCEDURE IS ALIMENTER_TRI_CHRONOLOGIE
                        OUTPUT PROCEDURE IS RESTITUER_TRI_CHRONOLOGIE
                   DISPLAY "Evenements affiches : ", nbEvenementsChrono
                   IF imprimerChrono = "O" THEN
                      CLOSE frapport
                      DISPLAY "Chronologie enregistree dans :"
                      DISPLAY nomRapport
                      MOVE "RAPPORT" TO typeDocument
                      MOVE nomRapport TO nomBackup
                      MOVE idClientChrono TO referenceDocument
                      PERFORM ENREGISTRER_DOCUMENT
                   END-IF
                END-IF.

      *>Cette methode alimente le tri de la chronologie avec les
      *>evenements du client pris dans chaque fichier de la boutique
           ALIMENTER_TRI_CHRONOLOGIE.
                PERFORM CHRONO_VENTES
                PERFORM CHRONO_COMMANDES
                PERFORM CHRONO_MISES_DE_COTE
                PERFORM CHRONO_PRETS
                PERFORM CHRONO_RACHATS_DEVIS
                PERFORM CHRONO_BONS
                PERFORM CHRONO_MESSAGES
                PERFORM CHRONO_EVENEMENTS
                PERFORM CHRONO_DOSSIERS.

      *>Cette methode verse au tri l'evenement dateChrono /
      *>typeChrono / libelleChrono s'il passe les filtres de type et
      *>de periode demandes
           AJOUTER_EVENEMENT_CHRONO.
                IF (filtreTypeChrono = "TT" OR
                    filtreTypeChrono = typeChrono) AND
                   (dateDebutChrono = SPACES OR
                    dateChrono NOT < dateDebutChrono) AND
                   (dateFinChrono = SPACES OR
                    dateChrono NOT > dateFinChrono) THEN
                   ADD 1 TO ordreChrono END-ADD
                   MOVE dateChrono TO tch_date
                   MOVE ordreChrono TO tch_ordre
                   MOVE typeChrono TO tch_type
                   MOVE libelleChrono TO tch_libelle
                   RELEASE tamp_triChrono
                END-IF.

      *>Cette methode restitue les evenements tries par date, a
      *>l'ecran et dans le fichier imprime si demande
           RESTITUER_TRI_CHRONOLOGIE.
                MOVE 1 TO finChrono
                PERFORM UNTIL finChrono = 0
                    RETURN ftriChrono
                    AT END MOVE 0 TO finChrono
                    NOT AT END
                        ADD 1 TO nbEvenementsChrono END-ADD
                        DISPLAY tch_date, " ", tch_type, " ",
                                tch_libelle
                        IF imprimerChrono = "O" THEN
                           MOVE SPACES TO ligneRapport
                           STRING tch_date DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  tch_type DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  tch_libelle DELIMITED BY SIZE
                                  INTO ligneRapport
                           WRITE ligneRapport
                        END-IF
                    END-RETURN
                END-PERFORM.

      *>Cette methode verse les ventes du client, en cours et
      *>archivees, avec leurs retours et les bons utilises en
      *>reglement
           CHRONO_VENTES.
                OPEN INPUT fventes
                OPEN INPUT fpaiements
                MOVE 1 TO WfinChrono
                PERFORM UNTIL WfinChrono = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO WfinChrono
                    NOT AT END
                        IF fv_client = idClientChrono THEN
                           PERFORM CHRONO_UNE_VENTE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fpaiements
                CLOSE fventes
                OPEN INPUT fventesArchive
                IF cr_fventesArchive = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ fventesArchive NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF fva_client = idClientChrono THEN
                              MOVE fva_dateVente(1:8) TO dateChrono
                              MOVE fva_prixVente TO montantChrono
                              IF fva_statut = 4 THEN
                                 MOVE "RT" TO typeChrono
                              ELSE
                                 MOVE "VE" TO typeChrono
                              END-IF
                              MOVE SPACES TO libelleChrono
                              STRING "Vente " DELIMITED BY SIZE
                                     fva_id(6:10) DELIMITED BY SIZE
                                     " " DELIMITED BY SIZE
                                     fva_titreComics DELIMITED BY "  "
                                     montantChrono DELIMITED BY SIZE
                                     " (archive)" DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fventesArchive
                END-IF.

      *>Cette methode verse une vente en cours du client, son retour
      *>eventuel et les bons d'achat donnes en reglement
           CHRONO_UNE_VENTE.
                MOVE fv_dateVente(1:8) TO dateChrono
                MOVE fv_prixVente TO montantChrono
                PERFORM OBTENIR_LIBELLE_STATUT
                IF fv_statut = 4 THEN
                   MOVE "RT" TO typeChrono
                ELSE
                   MOVE "VE" TO typeChrono
                END-IF
                MOVE SPACES TO libelleChrono
                STRING "Vente " DELIMITED BY SIZE
                       fv_id(6:10) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       fv_titreComics DELIMITED BY "  "
                       montantChrono DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       libelleStatut DELIMITED BY "  "
                       INTO libelleChrono
                PERFORM AJOUTER_EVENEMENT_CHRONO
                MOVE fv_id TO pg_idVente
                MOVE 0 TO pg_noLigne
                MOVE 1 TO WfinChronoLigne
                START fpaiements KEY IS >= pg_cle
                   INVALID KEY MOVE 0 TO WfinChronoLigne
                END-START
                PERFORM UNTIL WfinChronoLigne = 0
                    READ fpaiements NEXT
                    AT END MOVE 0 TO WfinChronoLigne
                    NOT AT END
                        IF pg_idVente NOT = fv_id THEN
                           MOVE 0 TO WfinChronoLigne
                        ELSE
                           IF pg_modePaiement = "BA" THEN
                              MOVE "BU" TO typeChrono
                              MOVE pg_montant TO montantChrono
                              MOVE SPACES TO libelleChrono
                              STRING "Bon utilise sur la vente "
                                     DELIMITED BY SIZE
                                     fv_id(6:10) DELIMITED BY SIZE
                                     montantChrono DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM.

      *>Cette methode verse les commandes du client et l'arrivee de
      *>chacune de leurs lignes
           CHRONO_COMMANDES.
                OPEN INPUT fcommandes
                IF cr_fcommandes = 0 THEN
                   OPEN INPUT fcommandesLignes
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ fcommandes NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF cmd_client = idClientChrono THEN
                              PERFORM CHRONO_UNE_COMMANDE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fcommandesLignes
                   CLOSE fcommandes
                END-IF.

      *>Cette methode verse une commande du client et les arrivees
      *>datees de ses lignes
           CHRONO_UNE_COMMANDE.
                MOVE cmd_dateCommande(1:8) TO dateChrono
                MOVE "CM" TO typeChrono
                MOVE cmd_prixVente TO montantChrono
                MOVE SPACES TO libelleChrono
                IF COMMANDE_ANNULEE THEN
                   STRING "Commande " DELIMITED BY SIZE
                          cmd_id(6:10) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          cmd_titreComics DELIMITED BY "  "
                          montantChrono DELIMITED BY SIZE
                          " annulee" DELIMITED BY SIZE
                          INTO libelleChrono
                ELSE
                   STRING "Commande " DELIMITED BY SIZE
                          cmd_id(6:10) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          cmd_titreComics DELIMITED BY "  "
                          montantChrono DELIMITED BY SIZE
                          INTO libelleChrono
                END-IF
                PERFORM AJOUTER_EVENEMENT_CHRONO
                MOVE cmd_id TO cml_idCommande
                MOVE 0 TO cml_noLigne
                MOVE 1 TO WfinChronoLigne
                START fcommandesLignes KEY IS >= cml_cle
                   INVALID KEY MOVE 0 TO WfinChronoLigne
                END-START
                PERFORM UNTIL WfinChronoLigne = 0
                    READ fcommandesLignes NEXT
                    AT END MOVE 0 TO WfinChronoLigne
                    NOT AT END
                        IF cml_idCommande NOT = cmd_id THEN
                           MOVE 0 TO WfinChronoLigne
                        ELSE
                           IF cml_dateArrivee NOT = SPACES THEN
                              MOVE cml_dateArrivee TO dateChrono
                              MOVE "AR" TO typeChrono
                              MOVE SPACES TO libelleChrono
                              STRING "Arrivee commande " DELIMITED
                                     BY SIZE
                                     cmd_id(6:10) DELIMITED BY SIZE
                                     " : " DELIMITED BY SIZE
                                     cml_titreComics DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM.

      *>Cette methode verse les exemplaires mis de cote pour le
      *>client
           CHRONO_MISES_DE_COTE.
                OPEN INPUT freservations
                IF cr_freservations = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ freservations NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF rs_client = idClientChrono THEN
                              MOVE rs_dateReservation(1:8) TO
                                   dateChrono
                              MOVE "RS" TO typeChrono
                              MOVE SPACES TO libelleChrono
                              EVALUATE TRUE
                                  WHEN RESERVATION_CONVERTIE
                                      MOVE " (retiree)" TO
                                           libelleStatut
                                  WHEN RESERVATION_LIBEREE
                                      MOVE " (liberee)" TO
                                           libelleStatut
                                  WHEN OTHER
                                      MOVE " (active)" TO
                                           libelleStatut
                              END-EVALUATE
                              STRING "Mise de cote : " DELIMITED
                                     BY SIZE
                                     rs_titreComics DELIMITED BY "  "
                                     libelleStatut DELIMITED BY "  "
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE freservations
                END-IF.

      *>Cette methode verse les sorties et les retours de pret du
      *>client
           CHRONO_PRETS.
                OPEN INPUT fprets
                IF cr_fprets = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ fprets NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF pr_client = idClientChrono THEN
                              MOVE pr_dateSortie(1:8) TO dateChrono
                              MOVE "PR" TO typeChrono
                              MOVE SPACES TO libelleChrono
                              STRING "Pret : " DELIMITED BY SIZE
                                     pr_titre DELIMITED BY "  "
                                     " jusqu'au " DELIMITED BY SIZE
                                     pr_dateEcheance(1:8)
                                     DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                              IF PRET_RENDU THEN
                                 MOVE pr_dateRetour(1:8) TO dateChrono
                                 MOVE pr_fraisRetard TO montantChrono
                                 MOVE SPACES TO libelleChrono
                                 STRING "Retour de pret : " DELIMITED
                                        BY SIZE
                                        pr_titre DELIMITED BY "  "
                                        " frais" DELIMITED BY SIZE
                                        montantChrono DELIMITED BY SIZE
                                        INTO libelleChrono
                                 PERFORM AJOUTER_EVENEMENT_CHRONO
                              END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fprets
                END-IF.

      *>Cette methode verse les offres de rachat et les devis remis
      *>au client
           CHRONO_RACHATS_DEVIS.
                OPEN INPUT foffresRachat
                IF cr_foffresRachat = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ foffresRachat NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF or_client = idClientChrono THEN
                              MOVE or_dateOffre(1:8) TO dateChrono
                              MOVE "RA" TO typeChrono
                              MOVE or_total TO montantChrono
                              EVALUATE TRUE
                                  WHEN OFFRE_ACCEPTEE
                                      MOVE " acceptee" TO
                                           libelleStatut
                                  WHEN OFFRE_REFUSEE
                                      MOVE " refusee" TO
                                           libelleStatut
                                  WHEN OFFRE_PERIMEE
                                      MOVE " perimee" TO
                                           libelleStatut
                                  WHEN OTHER
                                      MOVE " emise" TO libelleStatut
                              END-EVALUATE
                              MOVE SPACES TO libelleChrono
                              STRING "Offre de rachat " DELIMITED
                                     BY SIZE
                                     or_id(6:10) DELIMITED BY SIZE
                                     montantChrono DELIMITED BY SIZE
                                     libelleStatut DELIMITED BY "  "
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE foffresRachat
                END-IF
                OPEN INPUT fdevis
                IF cr_fdevis = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ fdevis NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF dv_client = idClientChrono THEN
                              MOVE dv_dateDevis(1:8) TO dateChrono
                              MOVE "DV" TO typeChrono
                              MOVE dv_totalTTC TO montantChrono
                              EVALUATE TRUE
                                  WHEN DEVIS_CONVERTI
                                      MOVE " converti" TO
                                           libelleStatut
                                  WHEN DEVIS_PERIME
                                      MOVE " perime" TO
                                           libelleStatut
                                  WHEN OTHER
                                      MOVE " emis" TO libelleStatut
                              END-EVALUATE
                              MOVE SPACES TO libelleChrono
                              STRING "Devis " DELIMITED BY SIZE
                                     dv_id(6:10) DELIMITED BY SIZE
                                     montantChrono DELIMITED BY SIZE
                                     libelleStatut DELIMITED BY "  "
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fdevis
                END-IF.

      *>Cette methode verse les bons cadeaux et avoirs emis au nom
      *>du client, et leur expiration le cas echeant
           CHRONO_BONS.
                OPEN INPUT fbonsAchat
                IF cr_fbonsAchat = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ fbonsAchat NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF ba_client = idClientChrono THEN
                              MOVE ba_dateEmission(1:8) TO dateChrono
                              MOVE "BE" TO typeChrono
                              MOVE ba_montantInitial TO montantChrono
                              IF BON_AVOIR THEN
                                 MOVE "Avoir " TO libelleStatut
                              ELSE
                                 MOVE "Bon cadeau " TO libelleStatut
                              END-IF
                              MOVE SPACES TO libelleChrono
                              STRING libelleStatut DELIMITED BY "  "
                                     " " DELIMITED BY SIZE
                                     ba_numero DELIMITED BY SIZE
                                     montantChrono DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                              IF BON_EXPIRE THEN
                                 MOVE ba_dateExpiration TO dateChrono
                                 MOVE ba_montantExpire TO
                                      montantChrono
                                 MOVE SPACES TO libelleChrono
                                 STRING "Expiration du bon "
                                        DELIMITED BY SIZE
                                        ba_numero DELIMITED BY SIZE
                                        montantChrono DELIMITED BY SIZE
                                        INTO libelleChrono
                                 PERFORM AJOUTER_EVENEMENT_CHRONO
                              END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fbonsAchat
                END-IF.

      *>Cette methode verse les messages envoyes au client ; les
      *>rappels, relances et mises en demeure de reglement sont
      *>classes a part comme relances
           CHRONO_MESSAGES.
                OPEN INPUT foutbox
                IF cr_foutbox = 0 THEN
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ foutbox NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF nb_client = idClientChrono THEN
                              MOVE nb_dateCreation(1:8) TO dateChrono
                              IF nb_objet = "RAPPEL DE REGLEMENT" OR
                                 nb_objet = "RELANCE DE REGLEMENT" OR
                                 nb_objet = "MISE EN DEMEURE" THEN
                                 MOVE "RL" TO typeChrono
                              ELSE
                                 MOVE "NO" TO typeChrono
                              END-IF
                              EVALUATE TRUE
                                  WHEN NOTIF_A_ENVOYER
                                      MOVE " (a envoyer)" TO
                                           libelleStatut
                                  WHEN NOTIF_EN_ECHEC
                                      MOVE " (en echec)" TO
                                           libelleStatut
                                  WHEN NOTIF_REJETEE
                                      MOVE " (rejete)" TO
                                           libelleStatut
                                  WHEN OTHER
                                      MOVE " (envoye)" TO
                                           libelleStatut
                              END-EVALUATE
                              MOVE SPACES TO libelleChrono
                              STRING "Message : " DELIMITED BY SIZE
                                     nb_objet DELIMITED BY "  "
                                     libelleStatut DELIMITED BY "  "
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE foutbox
                END-IF.

      *>Cette methode verse les inscriptions du client aux
      *>evenements de la boutique
           CHRONO_EVENEMENTS.
                OPEN INPUT finscriptions
                IF cr_finscriptions = 0 THEN
                   OPEN INPUT fevenements
                   MOVE 1 TO WfinChrono
                   PERFORM UNTIL WfinChrono = 0
                       READ finscriptions NEXT
                       AT END MOVE 0 TO WfinChrono
                       NOT AT END
                           IF in_client = idClientChrono THEN
                              MOVE in_idEvenement TO ev_id
                              READ fevenements KEY IS ev_id
                                 INVALID KEY
                                    MOVE SPACES TO ev_libelle
                                    MOVE SPACES TO ev_date
                              END-READ
                              MOVE in_dateInscription(1:8) TO
                                   dateChrono
                              MOVE "EV" TO typeChrono
                              MOVE SPACES TO libelleChrono
                              STRING "Inscription : " DELIMITED
                                     BY SIZE
                                     ev_libelle DELIMITED BY "  "
                                     " du " DELIMITED BY SIZE
                                     ev_date DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fevenements
                   CLOSE finscriptions
                END-IF.

      *>Cette methode verse l'ouverture et la cloture des dossiers
      *>du service client ouverts au nom du client
           CHRONO_DOSSIERS.
                OPEN INPUT fdossiersClients
                MOVE idClientChrono TO ds_client
                MOVE 1 TO WfinChrono
                START fdossiersClients KEY IS = ds_client
                   INVALID KEY MOVE 0 TO WfinChrono
                END-START
                PERFORM UNTIL WfinChrono = 0
                    READ fdossiersClients NEXT
                    AT END MOVE 0 TO WfinChrono
                    NOT AT END
                        IF ds_client NOT = idClientChrono THEN
                           MOVE 0 TO WfinChrono
                        ELSE
                           MOVE ds_dateOuverture TO dateChrono
                           MOVE "SC" TO typeChrono
                           MOVE SPACES TO libelleChrono
                           STRING "Dossier " DELIMITED BY SIZE
                                  ds_id(6:10) DELIMITED BY SIZE
                                  " ouvert : " DELIMITED BY SIZE
                                  ds_objet DELIMITED BY "  "
                                  INTO libelleChrono
                           PERFORM AJOUTER_EVENEMENT_CHRONO
                           IF DOSSIER_CLOS THEN
                              MOVE ds_dateCloture TO dateChrono
                              MOVE SPACES TO libelleChrono
                              STRING "Dossier " DELIMITED BY SIZE
                                     ds_id(6:10) DELIMITED BY SIZE
                                     " clos, resolution "
                                     DELIMITED BY SIZE
                                     ds_resolution DELIMITED BY SIZE
                                     " " DELIMITED BY SIZE
                                     ds_refResolution DELIMITED BY SIZE
                                     INTO libelleChrono
                              PERFORM AJOUTER_EVENEMENT_CHRONO
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fdossiersClients.
