                          WHEN 2 DISPLAY "   Statut : en echec (",
                                         nb_tentatives,
                                         " tentative(s))"
                          WHEN 3 DISPLAY "   Statut : delivree"
                          WHEN 4 DISPLAY "   Statut : rejet definitif"
                      END-EVALUATE
                      DISPLAY "----------------------------"
                   END-IF
           END-PERFORM
           CLOSE foutbox
           DISPLAY "Notifications affichees : ", nbNotifAffichees.

      *>Cette méthode importe le compte rendu de remise de la
      *>passerelle mail/SMS : une ligne par notification transmise
      *>(id;code;motif), le code valant D (delivree), S (rejet
      *>temporaire, la notification repart au prochain lot) ou H
      *>(rejet definitif, l'adresse du client est mise en cause)
        IMPORTER_RETOURS_PASSERELLE.
           DISPLAY "Entrez le nom du fichier des retours"
           ACCEPT nomFichierEdi
           OPEN INPUT fechangeEdi
           IF cr_fechangeEdi NOT = 0 THEN
              DISPLAY "Fichier des retours introuvable : ",
                      nomFichierEdi
           ELSE
              MOVE 0 TO nbRetoursDelivres
              MOVE 0 TO nbRetoursTemporaires
              MOVE 0 TO nbRetoursDefinitifs
              MOVE 0 TO nbRetoursIgnores
              MOVE 0 TO nbNouveauxInjoignables
              MOVE 1 TO WfinRetour
              OPEN I-O foutbox
              PERFORM WITH TEST AFTER UNTIL WfinRetour = 0
                  READ fechangeEdi
                  AT END MOVE 0 TO WfinRetour
                  NOT AT END
                      MOVE SPACES TO champIdRetour
                      MOVE SPACES TO champCodeRetour
                      MOVE SPACES TO champMotifRetour
                      UNSTRING ligneEdi DELIMITED BY ";"
                          INTO champIdRetour champCodeRetour
                               champMotifRetour
                      IF FUNCTION TRIM(champIdRetour) IS NUMERIC THEN
                         COMPUTE idNotifRetour =
                             FUNCTION NUMVAL(champIdRetour)
                         PERFORM TRAITER_RETOUR_NOTIFICATION
                      ELSE
                         ADD 1 TO nbRetoursIgnores END-ADD
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE foutbox
              CLOSE fechangeEdi
              DISPLAY "Notifications delivrees : ", nbRetoursDelivres
              DISPLAY "Rejets temporaires (renvoi) : ",
                      nbRetoursTemporaires
              DISPLAY "Rejets definitifs : ", nbRetoursDefinitifs
              DISPLAY "Lignes ignorees : ", nbRetoursIgnores
              DISPLAY "Clients devenus injoignables : ",
                      nbNouveauxInjoignables
              MOVE "IMPORTER_RETOURS_PASSERELLE" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "foutbox" TO journalFichier
              MOVE nomFichierEdi TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode porte sur la notification idNotifRetour le
      *>retour de la passerelle ; seule une notification transmise
      *>et encore sans retour est mise a jour
        TRAITER_RETOUR_NOTIFICATION.
           MOVE idNotifRetour TO nb_id
           READ foutbox KEY IS nb_id
              INVALID KEY
                 ADD 1 TO nbRetoursIgnores END-ADD
                 DISPLAY "Notification inconnue : ", champIdRetour
              NOT INVALID KEY
                 IF NOT NOTIF_ENVOYEE THEN
                    ADD 1 TO nbRetoursIgnores END-ADD
                 ELSE
                    EVALUATE FUNCTION UPPER-CASE(champCodeRetour)
                        WHEN "D"
                            MOVE 3 TO nb_statut
                            ADD 1 TO nbRetoursDelivres END-ADD
                            PERFORM NOTER_DELIVRANCE_CONTACT
                        WHEN "S"
                            MOVE 2 TO nb_statut
                            ADD 1 TO nb_tentatives END-ADD
                            ADD 1 TO nbRetoursTemporaires END-ADD
                        WHEN "H"
                            MOVE 4 TO nb_statut
                            ADD 1 TO nbRetoursDefinitifs END-ADD
                            PERFORM NOTER_REJET_CONTACT
                        WHEN OTHER
                            ADD 1 TO nbRetoursIgnores END-ADD
                    END-EVALUATE
                    REWRITE tamp_foutbox
                    END-REWRITE
                 END-IF
           END-READ.

      *>Cette méthode compte le rejet definitif de l'adresse nb_mail
      *>du client nb_client : une nouvelle adresse repart de zero, et
      *>le client devient injoignable au seuil de rejets consecutifs
        NOTER_REJET_CONTACT.
           IF nb_client NOT = 0 THEN
              OPEN I-O fcontactsACorriger
              MOVE nb_client TO ca_idClient
              READ fcontactsACorriger KEY IS ca_idClient
                 INVALID KEY
                    MOVE nb_client TO ca_idClient
                    MOVE nb_mail TO ca_mail
                    MOVE 1 TO ca_nbRejets
                    MOVE "S" TO ca_statut
                    PERFORM COMPLETER_REJET_CONTACT
                    WRITE tamp_fcontactACorriger
                    END-WRITE
                 NOT INVALID KEY
                    IF ca_mail NOT = nb_mail THEN
                       MOVE nb_mail TO ca_mail
                       MOVE 0 TO ca_nbRejets
                       MOVE "S" TO ca_statut
                    END-IF
                    ADD 1 TO ca_nbRejets
                       ON SIZE ERROR CONTINUE
                    END-ADD
                    PERFORM COMPLETER_REJET_CONTACT
                    REWRITE tamp_fcontactACorriger
                    END-REWRITE
              END-READ
              CLOSE fcontactsACorriger
           END-IF.

      *>Cette méthode date le rejet du tampon, en garde le motif et
      *>fait passer le client injoignable une fois le seuil atteint
        COMPLETER_REJET_CONTACT.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO ca_dateDernierRejet
           MOVE champMotifRetour TO ca_motif
           IF CONTACT_EN_OBSERVATION AND
              ca_nbRejets >= SEUIL_REJETS_INJOIGNABLE THEN
              MOVE "I" TO ca_statut
              ADD 1 TO nbNouveauxInjoignables END-ADD
              MOVE "NOTER_REJET_CONTACT" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fcontactsACorriger" TO journalFichier
              MOVE ca_idClient TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode efface les rejets de l'adresse nb_mail du
      *>client nb_client des qu'un message y est delivre
        NOTER_DELIVRANCE_CONTACT.
           IF nb_client NOT = 0 THEN
              OPEN I-O fcontactsACorriger
              MOVE nb_client TO ca_idClient
              READ fcontactsACorriger KEY IS ca_idClient
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF ca_mail = nb_mail THEN
                       DELETE fcontactsACorriger RECORD
                       END-DELETE
                    END-IF
              END-READ
              CLOSE fcontactsACorriger
           END-IF.

      *>Cette méthode indique (contactJoignable a 0) si le client
      *>idClientContact est marque injoignable par mail
        VERIFIER_CONTACT_JOIGNABLE.
           MOVE 1 TO contactJoignable
           OPEN INPUT fcontactsACorriger
           MOVE idClientContact TO ca_idClient
           READ fcontactsACorriger KEY IS ca_idClient
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CONTACT_INJOIGNABLE THEN
                    MOVE 0 TO contactJoignable
                 END-IF
           END-READ
           CLOSE fcontactsACorriger.

      *>Cette méthode previent le comptoir, quand il sert le client
      *>idClientContact, que son adresse mail est a corriger
        SIGNALER_CONTACT_A_CORRIGER.
           OPEN INPUT fcontactsACorriger
           MOVE idClientContact TO ca_idClient
           READ fcontactsACorriger KEY IS ca_idClient
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CONTACT_INJOIGNABLE THEN
                    DISPLAY "*** COORDONNEES A CORRIGER ***"
                    DISPLAY "Adresse rejetee : ", ca_mail
                    DISPLAY "Motif : ", ca_motif
                    DISPLAY "Demandez son adresse au client (menu"
                    DISPLAY "clients, modification d'un client)"
                 END-IF
           END-READ
           CLOSE fcontactsACorriger.

      *>Cette méthode retire le client idClientContact de la liste
      *>des coordonnees a corriger, son adresse ayant change
        LEVER_CONTACT_A_CORRIGER.
           OPEN I-O fcontactsACorriger
           MOVE idClientContact TO ca_idClient
           DELETE fcontactsACorriger RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Client retire des coordonnees a corriger"
                 MOVE "LEVER_CONTACT_A_CORRIGER" TO journalParagraphe
                 MOVE "SUPPRESSION" TO journalOperation
                 MOVE "fcontactsACorriger" TO journalFichier
                 MOVE idClientContact TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-DELETE
           CLOSE fcontactsACorriger.

      *>Cette méthode etablit la liste des coordonnees a corriger :
      *>les clients injoignables avec l'adresse rejetee et leur
      *>telephone pour les joindre autrement
        RAPPORT_CONTACTS_A_CORRIGER.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "CONTACTS-A-CORRIGER-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Coordonnees a corriger au " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Client;Nom;Telephone;Adresse rejetee;Rejets;"
                  DELIMITED BY SIZE
                  "Dernier;Motif" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE 0 TO nbContactsACorriger
           MOVE 1 TO WfinContact
           OPEN INPUT fcontactsACorriger
           OPEN INPUT fclients
           PERFORM WITH TEST AFTER UNTIL WfinContact = 0
               READ fcontactsACorriger NEXT
               AT END MOVE 0 TO WfinContact
               NOT AT END
                   IF CONTACT_INJOIGNABLE THEN
                      ADD 1 TO nbContactsACorriger END-ADD
                      MOVE ca_idClient TO fc_id
                      READ fclients KEY IS fc_id
                         INVALID KEY
                            MOVE SPACES TO fc_nom
                            MOVE 0 TO fc_tel
                      END-READ
                      MOVE SPACES TO ligneRapport
                      STRING ca_idClient DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             fc_nom DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             fc_tel DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ca_mail DELIMITED BY " "
                             ";" DELIMITED BY SIZE
                             ca_nbRejets DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ca_dateDernierRejet DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             ca_motif DELIMITED BY "  "
                             INTO ligneRapport
                      WRITE ligneRapport
                      DISPLAY ca_idClient, " ", fc_nom
                      DISPLAY "   tel ", fc_tel, " - ", ca_mail
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fclients
           CLOSE fcontactsACorriger
           CLOSE frapport
           DISPLAY "Clients a recontacter : ", nbContactsACorriger
           DISPLAY "Liste enregistree dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.
