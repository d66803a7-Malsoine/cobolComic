           MOVE 0 TO nbLignesFacture
           MOVE 0 TO cumulTVAReduit
           MOVE 0 TO cumulTVANormal
           MOVE 0 TO cumulTVAMarge
           MOVE 0 TO nbLignesMarge
           MOVE 1 TO WfinFacture
           OPEN INPUT fventesLignes
           MOVE fv_id TO fvl_idVente
                                  " TTC" DELIMITED BY SIZE
                                  INTO ligneTicket
                           WRITE ligneTicket
                           IF LIGNE_REGIME_MARGE THEN
                              ADD 1 TO nbLignesMarge END-ADD
                              ADD fvl_montantTVA TO cumulTVAMarge
                                  END-ADD
                           ELSE IF fvl_tauxTVA = TAUX_TVA_REDUIT THEN
                              ADD fvl_montantTVA TO cumulTVAReduit
                                  END-ADD
                           ELSE
              WRITE ligneTicket
              MOVE fv_montantTVA TO cumulTVANormal
           END-IF
           *>La provenance des exemplaires signes ou certifies est
           *>reprise sur la facture
           PERFORM ECRIRE_PROVENANCES_VENTE
           MOVE fv_prixVenteHT TO totalFactureHT
           MOVE fv_montantTVA TO totalFactureTVA
           MOVE fv_prixVente TO totalFactureTTC
                   ligneTicket
              WRITE ligneTicket
           END-IF
           *>Le client professionnel ou la collectivite recoit en
           *>plus la facture electronique structuree
           MOVE fv_client TO idClientEfacture
           MOVE "V" TO typeEfacture
           PERFORM PRODUIRE_EFACTURE
           CLOSE fticket
           DISPLAY "Facture n. ", numeroFacture,
                   " enregistree dans :"

      *>Cette méthode ecrit le pied de facture : ventilation de la
      *>TVA par taux puis totaux HT, TVA et TTC prepares par
      *>l'appelant dans totalFacture* ; la TVA sur la marge des
      *>biens d'occasion (cumulTVAMarge) n'est pas apparente, le
      *>bien est compte pour son prix total avec la mention legale
        ECRIRE_TOTAUX_FACTURE.
           MOVE " " TO ligneTicket
           WRITE ligneTicket
           IF nbLignesMarge > 0 THEN
              MOVE "Regime particulier - biens d'occasion" TO
                   ligneTicket
              WRITE ligneTicket
              MOVE "(art. 297 A du CGI) : TVA non apparente" TO
                   ligneTicket
              WRITE ligneTicket
              ADD cumulTVAMarge TO totalFactureHT END-ADD
              SUBTRACT cumulTVAMarge FROM totalFactureTVA
                  END-SUBTRACT
           END-IF
           IF cumulTVAReduit > 0 THEN
              STRING "Dont TVA a 5,5 % : " DELIMITED BY SIZE
                     cumulTVAReduit DELIMITED BY SIZE
           MOVE 0 TO totalFactureTTC
           MOVE 0 TO tvaCollecteeReduit
           MOVE 0 TO tvaCollecteeNormal
           MOVE 0 TO tvaCollecteeMarge
           MOVE 0 TO ventesMargeTTC
           MOVE 0 TO coutAchatMargePeriode
           MOVE 0 TO nbLignesMarge
           MOVE 1 TO WfinFacture
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinFacture = 0
                      MOVE fv_id TO idVenteTva
                      MOVE fv_montantTVA TO montantTVAVente
                      MOVE fv_titreComics TO titreVenteTva
                      MOVE fv_idRef TO idRefVenteTva
                      PERFORM VENTILER_TVA_VENTE
                   END-IF
               END-READ
           CLOSE fventes
           MOVE tvaCollecteeReduit TO cumulTVAReduit
           MOVE tvaCollecteeNormal TO cumulTVANormal
           MOVE tvaCollecteeMarge TO cumulTVAMarge
           IF nbLignesFacture = 0 THEN
              MOVE "Aucune vente sur compte ce mois" TO ligneTicket
              WRITE ligneTicket
                   ligneTicket
              WRITE ligneTicket
           END-IF
           IF nbLignesFacture > 0 THEN
              MOVE idClient TO idClientEfacture
              MOVE "M" TO typeEfacture
              PERFORM PRODUIRE_EFACTURE
           END-IF
           CLOSE fticket
           DISPLAY "Ventes facturees : ", nbLignesFacture
           DISPLAY "Facture n. ", numeroFacture,
               READ fclients NEXT
               AT END MOVE 0 TO WfinRelance
               NOT AT END
                   *>Un compte dont le solde est en cours de
                   *>prelevement n'est pas relance
                   IF fc_soldeCompte > 0 THEN
                      MOVE fc_id TO idClient
                      PERFORM VERIFIER_PRELEVEMENT_EN_COURS
                      IF prelevEnCours = 0 THEN
                         PERFORM EVALUER_RELANCE_CLIENT
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
              MOVE dateAncienneVenteCP(1:8) TO dateJourNum
              COMPUTE joursRetardCompte = entierDateJour
                  - FUNCTION INTEGER-OF-DATE(dateJourNum)
              *>Le delai peut ne compter que les jours ouvres ; au
              *>dela d'un an le niveau maximal est de toute facon
              *>atteint et le decompte est epargne
              IF OPTION_CAL_ACTIVE(OPT_CAL_RELANCE) AND
                 joursRetardCompte > 30 AND
                 joursRetardCompte <= 366 THEN
                 MOVE dateAncienneVenteCP(1:8) TO dateDebutOuvres
                 MOVE FUNCTION DATE-OF-INTEGER(entierDateJour) TO
                      dateFinOuvres
                 PERFORM COMPTER_JOURS_OUVRES
                 MOVE nbJoursOuvres TO joursRetardCompte
              END-IF
           END-IF
           IF joursRetardCompte > 90 THEN
              MOVE 3 TO niveauRelanceCible
           ELSE
              MOVE 0 TO niveauRelanceCible
           END-IF
           *>Une facture electronique refusee par l'acheteur suspend
           *>la montee en relance : la creance n'est pas exigible
           *>tant que la facture n'a pas ete corrigee et redeposee
           MOVE fc_id TO idClientEfacture
           PERFORM EXAMINER_EFACTURES_CLIENT
           IF niveauRelanceCible > fc_niveauRelance AND
              nbEfaRefusees > 0 THEN
              DISPLAY fc_prenom, " ", fc_nom, " : relance suspendue,"
              DISPLAY "facture electronique refusee a regulariser"
           ELSE IF niveauRelanceCible > fc_niveauRelance THEN
              MOVE niveauRelanceCible TO fc_niveauRelance
              REWRITE tamp_fclient
                 NOT INVALID KEY
                    MOVE fc_id TO journalCle
                    PERFORM ENREGISTRER_JOURNAL
              END-REWRITE
           END-IF
           END-IF.

      *>Cette méthode met en file la lettre de relance du niveau
                 END-REWRITE
           END-READ
           CLOSE fclients.

      *>Cette méthode enregistre le mandat de prelevement SEPA signe
      *>par un client (compte professionnel ou plan de paiement) :
      *>reference unique de mandat, IBAN et titulaire du compte,
      *>date de signature, mandat ponctuel ou recurrent ; un mandat
      *>existant peut etre remplace ou revoque
        SAISIR_MANDAT_SEPA.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClient
           MOVE 0 TO trouveMandat
           OPEN INPUT fclients
           MOVE idClient TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY MOVE 1 TO trouveMandat
           END-READ
           CLOSE fclients
           IF trouveMandat = 1 THEN
              MOVE "M" TO reponseMandat
              OPEN I-O fmandatsSepa
              MOVE idClient TO mdt_idClient
              READ fmandatsSepa KEY IS mdt_idClient
                 INVALID KEY MOVE 1 TO trouveMandat
                 NOT INVALID KEY
                    MOVE 2 TO trouveMandat
                    DISPLAY "Mandat existant : ", mdt_rum
                    DISPLAY "IBAN ", mdt_iban
                    DISPLAY "Signe le ", mdt_dateSignature,
                            " - type ", mdt_type,
                            " - statut ", mdt_statut,
                            " - rejets ", mdt_nbRejets
                    DISPLAY "Remplacer (M), revoquer (R) ou"
                    DISPLAY "conserver (ENTREE) ?"
                    MOVE SPACES TO reponseMandat
                    ACCEPT reponseMandat
              END-READ
              EVALUATE reponseMandat
                  WHEN "M"
                      PERFORM SAISIR_DETAIL_MANDAT
                      IF trouveMandat = 1 THEN
                         WRITE tamp_fmandatSepa
                         END-WRITE
                      ELSE
                         REWRITE tamp_fmandatSepa
                         END-REWRITE
                      END-IF
                      DISPLAY "Mandat enregistre"
                      MOVE "MODIFICATION" TO journalOperation
                  WHEN "R"
                      MOVE "R" TO mdt_statut
                      REWRITE tamp_fmandatSepa
                      END-REWRITE
                      DISPLAY "Mandat revoque"
                      MOVE "SUPPRESSION" TO journalOperation
                  WHEN OTHER
                      MOVE SPACES TO journalOperation
              END-EVALUATE
              CLOSE fmandatsSepa
              IF journalOperation NOT = SPACES THEN
                 MOVE "SAISIR_MANDAT_SEPA" TO journalParagraphe
                 MOVE "fmandatsSepa" TO journalFichier
                 MOVE idClient TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              END-IF
           END-IF.

      *>Cette méthode saisit le detail du mandat du client
      *>idClient dans le tampon tamp_fmandatSepa ; le mandat repart
      *>actif, sans prelevement ni rejet (une nouvelle signature
      *>relance la sequence SEPA par un premier prelevement)
        SAISIR_DETAIL_MANDAT.
           MOVE idClient TO mdt_idClient
           MOVE SPACES TO mdt_rum
           PERFORM WITH TEST AFTER UNTIL mdt_rum NOT = SPACES
                   DISPLAY "Reference unique du mandat (RUM)"
                   ACCEPT mdt_rum
           END-PERFORM
           MOVE SPACES TO mdt_iban
           PERFORM WITH TEST AFTER UNTIL
                   mdt_iban(1:2) IS ALPHABETIC AND
                   mdt_iban(1:2) NOT = SPACES AND
                   mdt_iban(3:2) IS NUMERIC AND
                   mdt_iban(15:1) NOT = SPACES
                   DISPLAY "IBAN du compte a debiter (sans espaces)"
                   ACCEPT mdt_iban
           END-PERFORM
           MOVE SPACES TO mdt_titulaire
           DISPLAY "Titulaire du compte (ENTREE = le client)"
           ACCEPT mdt_titulaire
           IF mdt_titulaire = SPACES THEN
              STRING fc_prenom DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     fc_nom DELIMITED BY "  "
                     INTO mdt_titulaire
           END-IF
           MOVE SPACES TO mdt_dateSignature
           PERFORM WITH TEST AFTER UNTIL mdt_dateSignature IS NUMERIC
                   DISPLAY "Date de signature (AAAAMMJJ)"
                   ACCEPT mdt_dateSignature
           END-PERFORM
           MOVE SPACES TO mdt_type
           PERFORM WITH TEST AFTER UNTIL MANDAT_PONCTUEL OR
                   MANDAT_RECURRENT
                   DISPLAY "Mandat ponctuel (P) ou recurrent (R)"
                   ACCEPT mdt_type
           END-PERFORM
           MOVE "A" TO mdt_statut
           MOVE SPACES TO mdt_datePremierPrelev
           MOVE 0 TO mdt_nbRejets.

      *>Cette méthode lit le mandat du client idClient et indique
      *>(mandatValide) s'il peut porter un prelevement
        LIRE_MANDAT_ACTIF.
           MOVE 0 TO mandatValide
           OPEN INPUT fmandatsSepa
           MOVE idClient TO mdt_idClient
           READ fmandatsSepa KEY IS mdt_idClient
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF MANDAT_ACTIF THEN
                    MOVE 1 TO mandatValide
                 END-IF
           END-READ
           CLOSE fmandatsSepa.

      *>Cette méthode indique (prelevEnCours) si le solde de compte
      *>du client idClient fait l'objet d'un prelevement en cours
        VERIFIER_PRELEVEMENT_EN_COURS.
           MOVE 0 TO prelevEnCours
           MOVE 1 TO WfinPrelev
           OPEN INPUT fprelevements
           PERFORM WITH TEST AFTER UNTIL WfinPrelev = 0
               READ fprelevements NEXT
               AT END MOVE 0 TO WfinPrelev
               NOT AT END
                   IF prl_idClient = idClient AND
                      PRELEV_COMPTE_CLIENT AND PRELEV_EN_COURS THEN
                      MOVE 1 TO prelevEnCours
                      MOVE 0 TO WfinPrelev
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprelevements.

      *>Cette méthode lance un lot de prelevements SEPA : les
      *>prelevements dont le delai de rejet est passe sont d'abord
      *>tenus pour encaisses, puis le fichier de debit du lot
      *>reprend le solde de chaque compte client debiteur et chaque
      *>echeance de plan due a la date de debit, pour les clients
      *>ayant un mandat actif ; les dettes prelevees passent en
      *>cours de prelevement (les relances les laissent de cote) et
      *>chaque client est prevenu du montant et de la date du debit
        LANCER_PRELEVEMENTS.
           PERFORM SOLDER_PRELEVEMENTS_ECHUS
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum)
               + DELAI_PRELEVEMENT)
           MOVE dateJourNum TO datePrelevement
           MOVE "LOTPRELEV" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idLotPrelev
           MOVE 0 TO nbPrelevLot
           MOVE 0 TO totalPrelevLot
           MOVE SPACES TO nomFichierEdi
           STRING "PRELEVEMENTS-" DELIMITED BY SIZE
                  idLotPrelev(6:10) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomFichierEdi
           OPEN OUTPUT fechangeEdi
           MOVE SPACES TO ligneEdi
           STRING "LOT;" DELIMITED BY SIZE
                  idLotPrelev DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  datePrelevement DELIMITED BY SIZE
                  INTO ligneEdi
           WRITE ligneEdi
           DISPLAY "-- LOT DE PRELEVEMENTS ", idLotPrelev, " --"
           DISPLAY "Date de debit : ", datePrelevement
           *>Soldes des comptes clients
           MOVE 1 TO WfinFacture
           OPEN INPUT fclients
           PERFORM WITH TEST AFTER UNTIL WfinFacture = 0
               READ fclients NEXT
               AT END MOVE 0 TO WfinFacture
               NOT AT END
                   IF fc_soldeCompte > 0 THEN
                      PERFORM PRELEVER_COMPTE_CLIENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fclients
           *>Echeances de plans dues a la date de debit
           MOVE 1 TO WfinFacture
           OPEN I-O fplansEcheances
           PERFORM WITH TEST AFTER UNTIL WfinFacture = 0
               READ fplansEcheances NEXT
               AT END MOVE 0 TO WfinFacture
               NOT AT END
                   IF ECHEANCE_A_VENIR AND
                      pe_dateEcheance(1:8) IS NUMERIC AND
                      pe_dateEcheance(1:8) NOT > datePrelevement THEN
                      PERFORM PRELEVER_ECHEANCE_PLAN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fplansEcheances
           MOVE SPACES TO ligneEdi
           STRING "FIN;" DELIMITED BY SIZE
                  nbPrelevLot DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  totalPrelevLot DELIMITED BY SIZE
                  INTO ligneEdi
           WRITE ligneEdi
           CLOSE fechangeEdi
           DISPLAY "-------------------------------"
           DISPLAY "Prelevements du lot : ", nbPrelevLot,
                   " - total : ", totalPrelevLot
           DISPLAY "Fichier de debit a transmettre a la banque :"
           DISPLAY nomFichierEdi
           PERFORM NOTIFIER_LOT_PRELEVEMENTS
           MOVE "PRELEV" TO typeDocument
           MOVE nomFichierEdi TO nomBackup
           MOVE idLotPrelev TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT
           MOVE "LANCER_PRELEVEMENTS" TO journalParagraphe
           MOVE "EXPORT" TO journalOperation
           MOVE "fprelevements" TO journalFichier
           MOVE idLotPrelev TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode preleve le solde du compte du client present
      *>dans le tampon fclients, s'il a un mandat actif et que son
      *>solde n'est pas deja en cours de prelevement
        PRELEVER_COMPTE_CLIENT.
           MOVE fc_id TO idClient
           PERFORM LIRE_MANDAT_ACTIF
           IF mandatValide = 1 THEN
              PERFORM VERIFIER_PRELEVEMENT_EN_COURS
              IF prelevEnCours = 0 THEN
                 MOVE "C" TO prl_origine
                 MOVE 0 TO prl_idPlan
                 MOVE 0 TO prl_noEcheance
                 MOVE fc_soldeCompte TO montantPrelevement
                 PERFORM ECRIRE_PRELEVEMENT
              END-IF
           END-IF.

      *>Cette méthode preleve l'echeance presente dans le tampon
      *>tamp_fplanEcheance, si son plan est en cours et que le
      *>client du plan a un mandat actif ; l'echeance passe en cours
      *>de prelevement
        PRELEVER_ECHEANCE_PLAN.
           MOVE 0 TO idClient
           OPEN INPUT fplans
           MOVE pe_idPlan TO pl_id
           READ fplans KEY IS pl_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PLAN_EN_COURS THEN
                    MOVE pl_client TO idClient
                 END-IF
           END-READ
           CLOSE fplans
           IF idClient NOT = 0 THEN
              PERFORM LIRE_MANDAT_ACTIF
              IF mandatValide = 1 THEN
                 MOVE "E" TO prl_origine
                 MOVE pe_idPlan TO prl_idPlan
                 MOVE pe_noEcheance TO prl_noEcheance
                 MOVE pe_montant TO montantPrelevement
                 PERFORM ECRIRE_PRELEVEMENT
                 MOVE 2 TO pe_statut
                 REWRITE tamp_fplanEcheance
                 END-REWRITE
              END-IF
           END-IF.

      *>Cette méthode enregistre le prelevement de montantPrelevement
      *>sur le mandat du tampon tamp_fmandatSepa (origine deja
      *>posee dans le tampon tamp_fprelevement) et l'ecrit dans le
      *>fichier de debit du lot ; la sequence SEPA suit le mandat
      *>(ponctuel, premier ou recurrent)
        ECRIRE_PRELEVEMENT.
           IF MANDAT_PONCTUEL THEN
              MOVE "OOFF" TO prl_sequence
           ELSE IF mdt_datePremierPrelev = SPACES THEN
              MOVE "FRST" TO prl_sequence
           ELSE
              MOVE "RCUR" TO prl_sequence
           END-IF
           END-IF
           MOVE "PRELEVEMENT" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO prl_id
           MOVE idLotPrelev TO prl_idLot
           MOVE idClient TO prl_idClient
           MOVE montantPrelevement TO prl_montant
           MOVE dateRapport(1:8) TO prl_dateLot
           MOVE datePrelevement TO prl_dateEcheance
           MOVE "E" TO prl_statut
           MOVE SPACES TO prl_motifRejet
           MOVE SPACES TO prl_dateRejet
           OPEN I-O fprelevements
           WRITE tamp_fprelevement
           END-WRITE
           CLOSE fprelevements
           *>Le premier debit fixe la suite de la sequence ; un
           *>mandat ponctuel ne sert qu'une fois
           OPEN I-O fmandatsSepa
           MOVE idClient TO mdt_idClient
           READ fmandatsSepa KEY IS mdt_idClient
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF mdt_datePremierPrelev = SPACES THEN
                    MOVE datePrelevement TO mdt_datePremierPrelev
                 END-IF
                 IF MANDAT_PONCTUEL THEN
                    MOVE "U" TO mdt_statut
                 END-IF
                 REWRITE tamp_fmandatSepa
                 END-REWRITE
           END-READ
           CLOSE fmandatsSepa
           MOVE SPACES TO ligneEdi
           STRING "PRL;" DELIMITED BY SIZE
                  prl_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  mdt_rum DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  mdt_dateSignature DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  prl_sequence DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  prl_montant DELIMITED BY SIZE
                  INTO ligneEdi
           WRITE ligneEdi
           MOVE SPACES TO ligneEdi
           STRING "CPT;" DELIMITED BY SIZE
                  mdt_iban DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  mdt_titulaire DELIMITED BY "  "
                  INTO ligneEdi
           WRITE ligneEdi
           ADD 1 TO nbPrelevLot END-ADD
           ADD prl_montant TO totalPrelevLot END-ADD
           DISPLAY "Client ", idClient, " : ", prl_montant, " (",
                   prl_origine, " ", prl_sequence, ")".

      *>Cette méthode previent chaque client du lot idLotPrelev du
      *>montant et de la date de son debit (pre-notification SEPA),
      *>une fois les fichiers du lot refermes
        NOTIFIER_LOT_PRELEVEMENTS.
           MOVE 1 TO WfinPrelev
           OPEN INPUT fprelevements
           PERFORM WITH TEST AFTER UNTIL WfinPrelev = 0
               READ fprelevements NEXT
               AT END MOVE 0 TO WfinPrelev
               NOT AT END
                   IF prl_idLot = idLotPrelev THEN
                      MOVE prl_idClient TO idClient
                      PERFORM LIRE_MANDAT_ACTIF
                      MOVE prl_idClient TO nb_client
                      MOVE SPACES TO nb_mail
                      MOVE "PRELEVEMENT A VENIR" TO nb_objet
                      MOVE SPACES TO nb_texte
                      STRING "Un prelevement de " DELIMITED BY SIZE
                             prl_montant DELIMITED BY SIZE
                             " sera debite le " DELIMITED BY SIZE
                             prl_dateEcheance DELIMITED BY SIZE
                             " (mandat " DELIMITED BY SIZE
                             mdt_rum DELIMITED BY SPACE
                             ")" DELIMITED BY SIZE
                             INTO nb_texte
                      PERFORM DEPOSER_NOTIFICATION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprelevements.

      *>Cette méthode tient pour encaisses les prelevements en cours
      *>dont la date de debit est passee de plus de
      *>DELAI_REJET_PRELEVEMENT jours sans rejet : le solde du compte
      *>client est diminue, l'echeance de plan est reglee
        SOLDER_PRELEVEMENTS_ECHUS.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           MOVE 0 TO nbPrelevEncaisses
           MOVE 1 TO WfinPrelev
           OPEN I-O fprelevements
           PERFORM WITH TEST AFTER UNTIL WfinPrelev = 0
               READ fprelevements NEXT
               AT END MOVE 0 TO WfinPrelev
               NOT AT END
                   IF PRELEV_EN_COURS AND
                      prl_dateEcheance IS NUMERIC THEN
                      MOVE prl_dateEcheance TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierDatePrelev
                      IF entierDatePrelev + DELAI_REJET_PRELEVEMENT
                         < entierDateJour THEN
                         MOVE "R" TO prl_statut
                         REWRITE tamp_fprelevement
                         END-REWRITE
                         PERFORM IMPUTER_PRELEVEMENT_ENCAISSE
                         ADD 1 TO nbPrelevEncaisses END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprelevements
           DISPLAY "Prelevements tenus pour encaisses : ",
                   nbPrelevEncaisses.

      *>Cette méthode impute le prelevement encaisse present dans le
      *>tampon tamp_fprelevement sur la dette qu'il reglait
        IMPUTER_PRELEVEMENT_ENCAISSE.
           IF PRELEV_COMPTE_CLIENT THEN
              PERFORM OUVRIR_IO_FCLIENTS
              MOVE prl_idClient TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SUBTRACT prl_montant FROM fc_soldeCompte
                        END-SUBTRACT
                    REWRITE tamp_fclient
                    END-REWRITE
              END-READ
              CLOSE fclients
           ELSE
              OPEN I-O fplansEcheances
              MOVE prl_idPlan TO pe_idPlan
              MOVE prl_noEcheance TO pe_noEcheance
              READ fplansEcheances KEY IS pe_cle
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO pe_statut
                    REWRITE tamp_fplanEcheance
                    END-REWRITE
              END-READ
              CLOSE fplansEcheances
              MOVE prl_montant TO montantPrelevement
              MOVE 0 TO prelevEtaitEncaisse
              PERFORM IMPUTER_PRELEVEMENT_PLAN
           END-IF.

      *>Cette méthode porte sur le plan de l'echeance prelevee du
      *>tampon tamp_fprelevement le montant montantPrelevement, en
      *>versement ou, pour un rejet apres encaissement
      *>(prelevEtaitEncaisse), en annulation de versement : les
      *>versements du plan, le solde du de la commande et le statut
      *>du plan suivent
        IMPUTER_PRELEVEMENT_PLAN.
           MOVE prl_idPlan TO idPlanPaiement
           OPEN I-O fplans
           MOVE prl_idPlan TO pl_id
           READ fplans KEY IS pl_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF prelevEtaitEncaisse = 1 THEN
                    SUBTRACT montantPrelevement FROM pl_montantRegle
                        END-SUBTRACT
                    IF PLAN_SOLDE THEN
                       MOVE 0 TO pl_statut
                    END-IF
                 ELSE
                    ADD montantPrelevement TO pl_montantRegle
                        END-ADD
                    PERFORM COMPTER_ECHEANCES_RESTANTES
                    IF resteEcheancesPlan = 0 AND PLAN_EN_COURS THEN
                       MOVE 1 TO pl_statut
                    END-IF
                 END-IF
                 REWRITE tamp_fplan
                 END-REWRITE
                 PERFORM OUVRIR_IO_FCOMMANDES
                 MOVE pl_idCommande TO cmd_id
                 READ fcommandes KEY IS cmd_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF prelevEtaitEncaisse = 1 THEN
                          ADD montantPrelevement TO cmd_resteDu
                              END-ADD
                       ELSE IF montantPrelevement > cmd_resteDu THEN
                          MOVE 0 TO cmd_resteDu
                       ELSE
                          SUBTRACT montantPrelevement FROM cmd_resteDu
                              END-SUBTRACT
                       END-IF
                       END-IF
                       REWRITE tamp_fcommande
                       END-REWRITE
                 END-READ
                 CLOSE fcommandes
           END-READ
           CLOSE fplans.

      *>Cette méthode importe le fichier des rejets de prelevement
      *>renvoye par la banque (enregistrements REJ;<id du
      *>prelevement>;<motif>) : chaque debit rejete rouvre la dette
      *>(solde de compte ou echeance a venir), le client est prevenu
      *>et le mandat est revoque si le motif montre qu'il ne peut
      *>plus servir ; les prelevements echus sans rejet sont ensuite
      *>tenus pour encaisses
        IMPORTER_REJETS_PRELEVEMENT.
           DISPLAY "Entrez le nom du fichier des rejets"
           ACCEPT nomFichierEdi
           OPEN INPUT fechangeEdi
           IF cr_fechangeEdi NOT = 0 THEN
              DISPLAY "Fichier des rejets introuvable : ",
                      nomFichierEdi
           ELSE
              MOVE 0 TO nbPrelevRejetes
              MOVE 1 TO WfinFacture
              PERFORM WITH TEST AFTER UNTIL WfinFacture = 0
                  READ fechangeEdi
                  AT END MOVE 0 TO WfinFacture
                  NOT AT END
                      MOVE SPACES TO champEntetePrelev
                      MOVE SPACES TO champRefPrelev
                      MOVE SPACES TO champMotifPrelev
                      UNSTRING ligneEdi DELIMITED BY ";"
                          INTO champEntetePrelev champRefPrelev
                               champMotifPrelev
                      IF champEntetePrelev = "REJ" THEN
                         COMPUTE idPrelevement =
                             FUNCTION NUMVAL(champRefPrelev)
                         PERFORM REJETER_PRELEVEMENT
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fechangeEdi
              DISPLAY "Prelevements rejetes : ", nbPrelevRejetes
              PERFORM SOLDER_PRELEVEMENTS_ECHUS
              MOVE "IMPORTER_REJETS_PRELEVEMENT" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "fprelevements" TO journalFichier
              MOVE nomFichierEdi TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode enregistre le rejet du prelevement
      *>idPrelevement et rouvre la dette qu'il reglait
        REJETER_PRELEVEMENT.
           MOVE 0 TO trouveMandat
           OPEN I-O fprelevements
           MOVE idPrelevement TO prl_id
           READ fprelevements KEY IS prl_id
              INVALID KEY
                 DISPLAY "Prelevement inconnu : ", champRefPrelev
              NOT INVALID KEY
                 IF PRELEV_REJETE THEN
                    DISPLAY "Rejet deja enregistre : ", prl_id
                 ELSE
                    MOVE 0 TO prelevEtaitEncaisse
                    IF PRELEV_ENCAISSE THEN
                       MOVE 1 TO prelevEtaitEncaisse
                    END-IF
                    MOVE "J" TO prl_statut
                    MOVE champMotifPrelev TO prl_motifRejet
                    MOVE FUNCTION CURRENT-DATE TO dateRapport
                    MOVE dateRapport(1:8) TO prl_dateRejet
                    REWRITE tamp_fprelevement
                    END-REWRITE
                    MOVE 1 TO trouveMandat
                 END-IF
           END-READ
           CLOSE fprelevements
           IF trouveMandat = 1 THEN
              ADD 1 TO nbPrelevRejetes END-ADD
              DISPLAY "Rejet du prelevement ", prl_id, " (client ",
                      prl_idClient, ", motif ", prl_motifRejet, ")"
              PERFORM ROUVRIR_DETTE_PRELEVEMENT
              PERFORM MAJ_MANDAT_REJET
              MOVE prl_idClient TO nb_client
              MOVE SPACES TO nb_mail
              MOVE "PRELEVEMENT REJETE" TO nb_objet
              MOVE SPACES TO nb_texte
              STRING "Votre banque a rejete le prelevement de "
                     DELIMITED BY SIZE
                     prl_montant DELIMITED BY SIZE
                     " du " DELIMITED BY SIZE
                     prl_dateEcheance DELIMITED BY SIZE
                     " (motif " DELIMITED BY SIZE
                     prl_motifRejet DELIMITED BY SIZE
                     "). Merci de regulariser." DELIMITED BY SIZE
                     INTO nb_texte
              PERFORM DEPOSER_NOTIFICATION
           END-IF.

      *>Cette méthode rouvre la dette du prelevement rejete present
      *>dans le tampon tamp_fprelevement : un solde de compte deja
      *>impute y est rajoute, une echeance redevient a venir (et son
      *>versement est retire du plan s'il y avait ete porte)
        ROUVRIR_DETTE_PRELEVEMENT.
           IF PRELEV_COMPTE_CLIENT THEN
              IF prelevEtaitEncaisse = 1 THEN
                 PERFORM OUVRIR_IO_FCLIENTS
                 MOVE prl_idClient TO fc_id
                 READ fclients KEY IS fc_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD prl_montant TO fc_soldeCompte END-ADD
                       REWRITE tamp_fclient
                       END-REWRITE
                 END-READ
                 CLOSE fclients
              END-IF
           ELSE
              OPEN I-O fplansEcheances
              MOVE prl_idPlan TO pe_idPlan
              MOVE prl_noEcheance TO pe_noEcheance
              READ fplansEcheances KEY IS pe_cle
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 0 TO pe_statut
                    REWRITE tamp_fplanEcheance
                    END-REWRITE
              END-READ
              CLOSE fplansEcheances
              IF prelevEtaitEncaisse = 1 THEN
                 MOVE prl_montant TO montantPrelevement
                 PERFORM IMPUTER_PRELEVEMENT_PLAN
              END-IF
           END-IF.

      *>Cette méthode compte le rejet sur le mandat du client ; les
      *>motifs compte clos (AC04), compte bloque (AC06), absence de
      *>mandat (MD01) et deces (MD07) revoquent le mandat
        MAJ_MANDAT_REJET.
           OPEN I-O fmandatsSepa
           MOVE prl_idClient TO mdt_idClient
           READ fmandatsSepa KEY IS mdt_idClient
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO mdt_nbRejets END-ADD
                 IF prl_motifRejet = "AC04" OR
                    prl_motifRejet = "AC06" OR
                    prl_motifRejet = "MD01" OR
                    prl_motifRejet = "MD07" THEN
                    MOVE "R" TO mdt_statut
                    DISPLAY "Mandat revoque (motif ",
                            prl_motifRejet, ")"
                 END-IF
                 REWRITE tamp_fmandatSepa
                 END-REWRITE
           END-READ
           CLOSE fmandatsSepa.

      *>Cette méthode produit la facture electronique de la facture
      *>numeroFacture en cours d'impression (typeEfacture V pour une
      *>vente, M pour la facture mensuelle) quand le client
      *>idClientEfacture est professionnel ou collectivite : le
      *>fichier structure est depose dans le dossier de sortie de la
      *>plateforme, la facture est inscrite au registre des factures
      *>electroniques et son statut est porte sur le document papier
        PRODUIRE_EFACTURE.
           MOVE 0 TO efactureAProduire
           OPEN INPUT fclients
           MOVE idClientEfacture TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CLIENT_PROFESSIONNEL OR CLIENT_COLLECTIVITE THEN
                    MOVE 1 TO efactureAProduire
                 END-IF
           END-READ
           CLOSE fclients
           IF efactureAProduire = 1 THEN
              OPEN INPUT fclientsEfacture
              MOVE idClientEfacture TO cef_idClient
              READ fclientsEfacture KEY IS cef_idClient
                 INVALID KEY
                    MOVE 0 TO efactureAProduire
                    DISPLAY "Identite de facturation electronique"
                    DISPLAY "du client absente (SIREN, service) :"
                    DISPLAY "facture electronique non produite"
              END-READ
              CLOSE fclientsEfacture
           END-IF
           IF efactureAProduire = 1 THEN
              PERFORM SAISIR_IDENTITE_SOCIETE
              MOVE idClientEfacture TO idClient
              PERFORM ECRIRE_EFACTURE_XML
           END-IF
           IF efactureAProduire = 1 THEN
              PERFORM ENREGISTRER_EFACTURE
              PERFORM LIBELLER_STATUT_EFACTURE
              MOVE " " TO ligneTicket
              WRITE ligneTicket
              MOVE "Facture electronique deposee pour la plateforme :"
                   TO ligneTicket
              WRITE ligneTicket
              MOVE efa_nomFichier TO ligneTicket
              WRITE ligneTicket
              MOVE SPACES TO ligneTicket
              STRING "Statut : " DELIMITED BY SIZE
                     libelleStatutEfa DELIMITED BY "  "
                     " le " DELIMITED BY SIZE
                     efa_dateStatut DELIMITED BY SIZE
                     " - echeance le " DELIMITED BY SIZE
                     efa_dateEcheance DELIMITED BY SIZE
                     INTO ligneTicket
              WRITE ligneTicket
              DISPLAY "Facture electronique deposee : ", nomEfacture
           END-IF.

      *>Cette méthode ecrit le fichier structure de la facture
      *>electronique (syntaxe CII du profil EN 16931) : en-tete,
      *>lignes de detail, parties, ventilation de la TVA par taux,
      *>remise d'en-tete eventuelle, conditions de paiement et
      *>totaux ; efactureAProduire retombe a 0 si le dossier de
      *>depot est inaccessible
        ECRIRE_EFACTURE_XML.
           MOVE SPACES TO nomEfacture
           STRING DOSSIER_EFACTURES DELIMITED BY SIZE
                  "FACTURX-" DELIMITED BY SIZE
                  numeroFacture DELIMITED BY SIZE
                  ".xml" DELIMITED BY SIZE
                  INTO nomEfacture
           OPEN OUTPUT fefactureXml
           IF cr_fefactureXml NOT = 0 THEN
              MOVE 0 TO efactureAProduire
              DISPLAY "Dossier de depot inaccessible : ",
                      DOSSIER_EFACTURES
              DISPLAY "facture electronique non produite"
           ELSE
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE dateRapport(1:8) TO dateEmissionEfa
              COMPUTE dateEcheanceEfa = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(dateEmissionEfa)
                  + cef_delaiPaiement)
              MOVE 0 TO noLigneXml
              MOVE 0 TO baseReduitXml
              MOVE 0 TO baseNormalXml
              MOVE 0 TO baseMargeXml
              MOVE 0 TO montantDuEfa
              PERFORM ECRIRE_ENTETE_EFACTURE_XML
              MOVE "<rsm:SupplyChainTradeTransaction>" TO ligneXml
              WRITE ligneXml
              *>Seule la part portee sur le compte du client reste
              *>due, le reste de la vente a ete regle en caisse
              IF typeEfacture = "V" THEN
                 MOVE SPACES TO noteLigneXml
                 PERFORM ECRIRE_LIGNES_VENTE_XML
                 IF fv_modePaiement = "CP" THEN
                    MOVE fv_prixVente TO montantDuEfa
                 ELSE IF PAIEMENT_MIXTE THEN
                    PERFORM VERIFIER_COMPOSANT_CP
                    MOVE montantComposantCP TO montantDuEfa
                 END-IF
                 END-IF
              ELSE
                 PERFORM ECRIRE_LIGNES_MOIS_XML
              END-IF
              IF montantDuEfa > totalFactureTTC THEN
                 MOVE totalFactureTTC TO montantDuEfa
              END-IF
              COMPUTE montantPrepayeEfa = totalFactureTTC
                  - montantDuEfa
              PERFORM REPARTIR_ECART_XML
              PERFORM ECRIRE_ACCORD_XML
              PERFORM ECRIRE_LIVRAISON_XML
              PERFORM ECRIRE_REGLEMENT_XML
              MOVE "</rsm:SupplyChainTradeTransaction>" TO ligneXml
              WRITE ligneXml
              MOVE "</rsm:CrossIndustryInvoice>" TO ligneXml
              WRITE ligneXml
              CLOSE fefactureXml
           END-IF.

      *>Cette méthode ecrit l'en-tete du document : espaces de noms,
      *>profil EN 16931, numero, type (380, facture commerciale),
      *>date d'emission et mentions
        ECRIRE_ENTETE_EFACTURE_XML.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>" TO
                ligneXml
           WRITE ligneXml
           MOVE "<rsm:CrossIndustryInvoice" TO ligneXml
           WRITE ligneXml
           MOVE SPACES TO ligneXml
           STRING " xmlns:rsm=""urn:un:unece:uncefact:data:"
                  DELIMITED BY SIZE
                  "standard:CrossIndustryInvoice:100"""
                  DELIMITED BY SIZE
                  INTO ligneXml
           WRITE ligneXml
           MOVE SPACES TO ligneXml
           STRING " xmlns:ram=""urn:un:unece:uncefact:data:"
                  DELIMITED BY SIZE
                  "standard:ReusableAggregateBusinessInformation"
                  DELIMITED BY SIZE
                  "Entity:100""" DELIMITED BY SIZE
                  INTO ligneXml
           WRITE ligneXml
           MOVE SPACES TO ligneXml
           STRING " xmlns:udt=""urn:un:unece:uncefact:data:"
                  DELIMITED BY SIZE
                  "standard:UnqualifiedDataType:100"">"
                  DELIMITED BY SIZE
                  INTO ligneXml
           WRITE ligneXml
           MOVE "<rsm:ExchangedDocumentContext>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:GuidelineSpecifiedDocumentContextParameter>" TO
                ligneXml
           WRITE ligneXml
           MOVE "ram:ID" TO baliseXml
           MOVE "urn:cen.eu:en16931:2017" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:GuidelineSpecifiedDocumentContextParameter>" TO
                ligneXml
           WRITE ligneXml
           MOVE "</rsm:ExchangedDocumentContext>" TO ligneXml
           WRITE ligneXml
           MOVE "<rsm:ExchangedDocument>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:ID" TO baliseXml
           MOVE numeroFacture TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "ram:TypeCode" TO baliseXml
           MOVE "380" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "<ram:IssueDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE "udt:DateTimeString" TO baliseXml
           MOVE "format=""102""" TO attributXml
           MOVE dateEmissionEfa TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:IssueDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE SPACES TO valeurXml
           IF typeEfacture = "V" THEN
              STRING "Facture de la vente n. " DELIMITED BY SIZE
                     fv_id DELIMITED BY SIZE
                     INTO valeurXml
           ELSE
              STRING "Facture mensuelle des ventes sur compte - "
                     DELIMITED BY SIZE
                     "mois " DELIMITED BY SIZE
                     moisFacture DELIMITED BY SIZE
                     INTO valeurXml
           END-IF
           PERFORM ECRIRE_NOTE_XML
           IF nbLignesMarge > 0 THEN
              MOVE SPACES TO valeurXml
              STRING "Regime particulier - biens d'occasion "
                     DELIMITED BY SIZE
                     "(art. 297 A du CGI)" DELIMITED BY SIZE
                     INTO valeurXml
              PERFORM ECRIRE_NOTE_XML
           END-IF
           MOVE "</rsm:ExchangedDocument>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit une mention libre (valeurXml) du document
        ECRIRE_NOTE_XML.
           MOVE "<ram:IncludedNote>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:Content" TO baliseXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:IncludedNote>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit les lignes de detail de la vente presente
      *>dans le tampon tamp_fvente d'apres ses lignes de panier ; une
      *>vente anterieure a la gestion du panier donne une seule ligne
      *>tiree de son en-tete, au taux de la categorie du titre
        ECRIRE_LIGNES_VENTE_XML.
           MOVE 0 TO nbLignesVenteXml
           MOVE 1 TO WfinEfaL
           OPEN INPUT fventesLignes
           MOVE fv_id TO fvl_idVente
           MOVE 0 TO fvl_noLigne
           START fventesLignes KEY IS NOT LESS THAN fvl_cle
              INVALID KEY MOVE 0 TO WfinEfaL
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinEfaL = 0
                    READ fventesLignes NEXT
                    AT END MOVE 0 TO WfinEfaL
                    NOT AT END
                        IF fvl_idVente NOT = fv_id THEN
                           MOVE 0 TO WfinEfaL
                        ELSE
                           ADD 1 TO nbLignesVenteXml END-ADD
                           MOVE fvl_titreComics TO titreXml
                           MOVE fvl_quantite TO quantiteXml
                           IF LIGNE_REGIME_MARGE THEN
                              MOVE "M" TO codeTauxXml
                              MOVE fvl_prixLigneTTC TO netLigneXml
                           ELSE IF fvl_tauxTVA = TAUX_TVA_REDUIT THEN
                              MOVE "R" TO codeTauxXml
                              MOVE fvl_prixLigneHT TO netLigneXml
                           ELSE
                              MOVE "N" TO codeTauxXml
                              MOVE fvl_prixLigneHT TO netLigneXml
                           END-IF
                           END-IF
                           PERFORM ECRIRE_LIGNE_XML
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fventesLignes
           IF nbLignesVenteXml = 0 THEN
              OPEN INPUT finventaire
              MOVE fv_idRef TO fi_id
              READ finventaire KEY IS fi_id
                 INVALID KEY MOVE SPACES TO fi_categorie
              END-READ
              CLOSE finventaire
              PERFORM OBTENIR_TAUX_TVA_CATEGORIE
              IF tauxTVACourant = TAUX_TVA_REDUIT THEN
                 MOVE "R" TO codeTauxXml
              ELSE
                 MOVE "N" TO codeTauxXml
              END-IF
              MOVE fv_titreComics TO titreXml
              MOVE 1 TO quantiteXml
              MOVE fv_prixVenteHT TO netLigneXml
              PERFORM ECRIRE_LIGNE_XML
           END-IF.

      *>Cette méthode ecrit les lignes de la facture mensuelle : les
      *>ventes du mois du client retenues par la facture papier
      *>(sur compte, hors retours), chacune annotee de son numero et
      *>de sa date ; seule la part portee sur le compte reste due
        ECRIRE_LIGNES_MOIS_XML.
           MOVE 1 TO WfinEfa
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinEfa = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinEfa
               NOT AT END
                   MOVE 0 TO venteSurCompte
                   MOVE 0 TO montantComposantCP
                   IF fv_modePaiement = "CP" THEN
                      MOVE 1 TO venteSurCompte
                      MOVE fv_prixVente TO montantComposantCP
                   ELSE
                      IF PAIEMENT_MIXTE THEN
                         PERFORM VERIFIER_COMPOSANT_CP
                      END-IF
                   END-IF
                   IF fv_client = idClientEfacture AND
                      venteSurCompte = 1 AND
                      fv_statut NOT = 4 AND
                      fv_dateVente(1:6) = moisFacture THEN
                      ADD montantComposantCP TO montantDuEfa END-ADD
                      MOVE SPACES TO noteLigneXml
                      STRING "Vente n. " DELIMITED BY SIZE
                             fv_id DELIMITED BY SIZE
                             " du " DELIMITED BY SIZE
                             fv_dateVente(1:8) DELIMITED BY SIZE
                             INTO noteLigneXml
                      PERFORM ECRIRE_LIGNES_VENTE_XML
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes.

      *>Cette méthode ecrit une ligne de detail (titreXml,
      *>quantiteXml, montant net netLigneXml au taux codeTauxXml) et
      *>cumule sa base par taux ; un bien d'occasion vendu sous le
      *>regime de la marge figure pour son prix total, sans TVA
      *>apparente
        ECRIRE_LIGNE_XML.
           ADD 1 TO noLigneXml END-ADD
           PERFORM PREPARER_TAUX_XML
           EVALUATE TRUE
               WHEN TAUX_XML_REDUIT
                   ADD netLigneXml TO baseReduitXml END-ADD
               WHEN TAUX_XML_MARGE
                   ADD netLigneXml TO baseMargeXml END-ADD
               WHEN OTHER
                   ADD netLigneXml TO baseNormalXml END-ADD
           END-EVALUATE
           IF quantiteXml > 0 THEN
              COMPUTE prixUnitaireXml ROUNDED = netLigneXml
                  / quantiteXml
           ELSE
              MOVE netLigneXml TO prixUnitaireXml
           END-IF
           MOVE "<ram:IncludedSupplyChainTradeLineItem>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:AssociatedDocumentLineDocument>" TO ligneXml
           WRITE ligneXml
           MOVE noLigneXml TO nombreXmlEdite
           MOVE "ram:LineID" TO baliseXml
           MOVE FUNCTION TRIM(nombreXmlEdite) TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           IF noteLigneXml NOT = SPACES THEN
              MOVE noteLigneXml TO valeurXml
              PERFORM ECRIRE_NOTE_XML
           END-IF
           MOVE "</ram:AssociatedDocumentLineDocument>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:SpecifiedTradeProduct>" TO ligneXml
           WRITE ligneXml
           MOVE titreXml TO texteXml
           PERFORM ECHAPPER_TEXTE_XML
           MOVE "ram:Name" TO baliseXml
           MOVE texteXmlEchappe TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:SpecifiedTradeProduct>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:SpecifiedLineTradeAgreement>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:NetPriceProductTradePrice>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:ChargeAmount" TO baliseXml
           MOVE prixUnitaireXml TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "</ram:NetPriceProductTradePrice>" TO ligneXml
           WRITE ligneXml
           MOVE "</ram:SpecifiedLineTradeAgreement>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:SpecifiedLineTradeDelivery>" TO ligneXml
           WRITE ligneXml
           MOVE quantiteXml TO nombreXmlEdite
           MOVE "ram:BilledQuantity" TO baliseXml
           MOVE "unitCode=""C62""" TO attributXml
           MOVE FUNCTION TRIM(nombreXmlEdite) TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:SpecifiedLineTradeDelivery>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:SpecifiedLineTradeSettlement>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:ApplicableTradeTax>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:TypeCode" TO baliseXml
           MOVE "VAT" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "ram:CategoryCode" TO baliseXml
           MOVE categorieXml TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "ram:RateApplicablePercent" TO baliseXml
           MOVE libelleTauxXml TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:ApplicableTradeTax>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:SpecifiedTradeSettlementLineMonetarySummation>"
                TO ligneXml
           WRITE ligneXml
           MOVE "ram:LineTotalAmount" TO baliseXml
           MOVE netLigneXml TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "</ram:SpecifiedTradeSettlementLineMonetarySummation>"
                TO ligneXml
           WRITE ligneXml
           MOVE "</ram:SpecifiedLineTradeSettlement>" TO ligneXml
           WRITE ligneXml
           MOVE "</ram:IncludedSupplyChainTradeLineItem>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode rapproche le total des lignes du total HT de
      *>la facture : les remises d'en-tete (code promo, points de
      *>fidelite, bon d'achat) font un ecart reparti entre les taux
      *>au prorata de leur base, l'arrondi allant au taux normal (ou
      *>a la plus forte base s'il n'y a pas de ligne au taux normal) ;
      *>la TVA au taux reduit est recalculee sur sa base nette, le
      *>taux normal portant le reste de la TVA de la facture
        REPARTIR_ECART_XML.
           COMPUTE totalLignesXml = baseReduitXml + baseNormalXml
               + baseMargeXml
           COMPUTE ecartXml = totalLignesXml - totalFactureHT
           MOVE 0 TO ecartReduitXml
           MOVE 0 TO ecartNormalXml
           MOVE 0 TO ecartMargeXml
           IF ecartXml NOT = 0 THEN
              IF totalLignesXml = 0 THEN
                 MOVE ecartXml TO ecartNormalXml
              ELSE
                 COMPUTE ecartReduitXml ROUNDED = ecartXml
                     * baseReduitXml / totalLignesXml
                 COMPUTE ecartMargeXml ROUNDED = ecartXml
                     * baseMargeXml / totalLignesXml
                 COMPUTE ecartNormalXml = ecartXml - ecartReduitXml
                     - ecartMargeXml
                 IF baseNormalXml = 0 THEN
                    IF baseReduitXml NOT < baseMargeXml THEN
                       ADD ecartNormalXml TO ecartReduitXml END-ADD
                    ELSE
                       ADD ecartNormalXml TO ecartMargeXml END-ADD
                    END-IF
                    MOVE 0 TO ecartNormalXml
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO totalRemisesXml
           MOVE 0 TO totalChargesXml
           MOVE ecartReduitXml TO montantEcartXml
           PERFORM CUMULER_ECART_XML
           MOVE ecartNormalXml TO montantEcartXml
           PERFORM CUMULER_ECART_XML
           MOVE ecartMargeXml TO montantEcartXml
           PERFORM CUMULER_ECART_XML
           COMPUTE taxeReduitXml ROUNDED = (baseReduitXml
               - ecartReduitXml) * TAUX_TVA_REDUIT
           IF baseNormalXml - ecartNormalXml NOT = 0 THEN
              COMPUTE taxeNormalXml = totalFactureTVA - taxeReduitXml
           ELSE
              MOVE totalFactureTVA TO taxeReduitXml
              MOVE 0 TO taxeNormalXml
           END-IF.

      *>Cette méthode cumule l'ecart d'un taux (montantEcartXml) en
      *>remise s'il est positif, en complement s'il est negatif
        CUMULER_ECART_XML.
           IF montantEcartXml > 0 THEN
              ADD montantEcartXml TO totalRemisesXml END-ADD
           ELSE
              SUBTRACT montantEcartXml FROM totalChargesXml
                  END-SUBTRACT
           END-IF.

      *>Cette méthode ecrit l'accord commercial : reference de
      *>service de l'acheteur, vendeur (raison sociale, SIREN et
      *>numero de TVA intracommunautaire), acheteur (SIRET ou a
      *>defaut SIREN, adresse, mail) et numero d'engagement
        ECRIRE_ACCORD_XML.
           MOVE "<ram:ApplicableHeaderTradeAgreement>" TO ligneXml
           WRITE ligneXml
           IF cef_codeService NOT = SPACES THEN
              MOVE cef_codeService TO texteXml
              PERFORM ECHAPPER_TEXTE_XML
              MOVE "ram:BuyerReference" TO baliseXml
              MOVE texteXmlEchappe TO valeurXml
              PERFORM ECRIRE_BALISE_XML
           END-IF
           MOVE "<ram:SellerTradeParty>" TO ligneXml
           WRITE ligneXml
           MOVE raisonSociale TO texteXml
           PERFORM ECHAPPER_TEXTE_XML
           MOVE "ram:Name" TO baliseXml
           MOVE texteXmlEchappe TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "<ram:SpecifiedLegalOrganization>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:ID" TO baliseXml
           MOVE "schemeID=""0002""" TO attributXml
           MOVE sirenSociete TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:SpecifiedLegalOrganization>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:PostalTradeAddress>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:CountryID" TO baliseXml
           MOVE "FR" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:PostalTradeAddress>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:SpecifiedTaxRegistration>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:ID" TO baliseXml
           MOVE "schemeID=""VA""" TO attributXml
           MOVE tvaIntracomSociete TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:SpecifiedTaxRegistration>" TO ligneXml
           WRITE ligneXml
           MOVE "</ram:SellerTradeParty>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:BuyerTradeParty>" TO ligneXml
           WRITE ligneXml
           MOVE SPACES TO texteXml
           STRING fc_prenom DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  fc_nom DELIMITED BY "  "
                  INTO texteXml
           PERFORM ECHAPPER_TEXTE_XML
           MOVE "ram:Name" TO baliseXml
           MOVE texteXmlEchappe TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "<ram:SpecifiedLegalOrganization>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:ID" TO baliseXml
           IF cef_siret NOT = SPACES THEN
              MOVE "schemeID=""0009""" TO attributXml
              MOVE cef_siret TO valeurXml
           ELSE
              MOVE "schemeID=""0002""" TO attributXml
              MOVE cef_siren TO valeurXml
           END-IF
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:SpecifiedLegalOrganization>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:PostalTradeAddress>" TO ligneXml
           WRITE ligneXml
           IF fc_adresse NOT = SPACES THEN
              MOVE fc_adresse TO texteXml
              PERFORM ECHAPPER_TEXTE_XML
              MOVE "ram:LineOne" TO baliseXml
              MOVE texteXmlEchappe TO valeurXml
              PERFORM ECRIRE_BALISE_XML
           END-IF
           MOVE "ram:CountryID" TO baliseXml
           MOVE "FR" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:PostalTradeAddress>" TO ligneXml
           WRITE ligneXml
           IF fc_mail NOT = SPACES THEN
              MOVE "<ram:URIUniversalCommunication>" TO ligneXml
              WRITE ligneXml
              MOVE fc_mail TO texteXml
              PERFORM ECHAPPER_TEXTE_XML
              MOVE "ram:URIID" TO baliseXml
              MOVE "schemeID=""EM""" TO attributXml
              MOVE texteXmlEchappe TO valeurXml
              PERFORM ECRIRE_BALISE_XML
              MOVE "</ram:URIUniversalCommunication>" TO ligneXml
              WRITE ligneXml
           END-IF
           MOVE "</ram:BuyerTradeParty>" TO ligneXml
           WRITE ligneXml
           IF cef_engagement NOT = SPACES THEN
              MOVE "<ram:BuyerOrderReferencedDocument>" TO ligneXml
              WRITE ligneXml
              MOVE cef_engagement TO texteXml
              PERFORM ECHAPPER_TEXTE_XML
              MOVE "ram:IssuerAssignedID" TO baliseXml
              MOVE texteXmlEchappe TO valeurXml
              PERFORM ECRIRE_BALISE_XML
              MOVE "</ram:BuyerOrderReferencedDocument>" TO ligneXml
              WRITE ligneXml
           END-IF
           MOVE "</ram:ApplicableHeaderTradeAgreement>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit la livraison : la date de la vente pour
      *>une facture de vente (la facture mensuelle porte sa periode
      *>de facturation dans le reglement)
        ECRIRE_LIVRAISON_XML.
           MOVE "<ram:ApplicableHeaderTradeDelivery>" TO ligneXml
           WRITE ligneXml
           IF typeEfacture = "V" AND fv_dateVente(1:8) IS NUMERIC THEN
              MOVE "<ram:ActualDeliverySupplyChainEvent>" TO ligneXml
              WRITE ligneXml
              MOVE "<ram:OccurrenceDateTime>" TO ligneXml
              WRITE ligneXml
              MOVE "udt:DateTimeString" TO baliseXml
              MOVE "format=""102""" TO attributXml
              MOVE fv_dateVente(1:8) TO valeurXml
              PERFORM ECRIRE_BALISE_XML
              MOVE "</ram:OccurrenceDateTime>" TO ligneXml
              WRITE ligneXml
              MOVE "</ram:ActualDeliverySupplyChainEvent>" TO ligneXml
              WRITE ligneXml
           END-IF
           MOVE "</ram:ApplicableHeaderTradeDelivery>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit le reglement : reference de paiement,
      *>moyen de paiement, TVA ventilee par taux, periode de la
      *>facture mensuelle, remises d'en-tete, echeance (et mandat
      *>SEPA pour un prelevement) puis totaux de la facture
        ECRIRE_REGLEMENT_XML.
           MOVE "<ram:ApplicableHeaderTradeSettlement>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:PaymentReference" TO baliseXml
           MOVE numeroFacture TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "ram:InvoiceCurrencyCode" TO baliseXml
           MOVE "EUR" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           *>Codes UNTDID 4461 : 58 virement SEPA, 59 prelevement
           *>SEPA, 20 cheque
           EVALUATE TRUE
               WHEN EFA_PAIEMENT_PRELEVEMENT
                   MOVE "59" TO codeMoyenEfa
               WHEN EFA_PAIEMENT_CHEQUE
                   MOVE "20" TO codeMoyenEfa
               WHEN OTHER
                   MOVE "58" TO codeMoyenEfa
           END-EVALUATE
           MOVE "<ram:SpecifiedTradeSettlementPaymentMeans>" TO
                ligneXml
           WRITE ligneXml
           MOVE "ram:TypeCode" TO baliseXml
           MOVE codeMoyenEfa TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:SpecifiedTradeSettlementPaymentMeans>" TO
                ligneXml
           WRITE ligneXml
           IF baseReduitXml NOT = 0 THEN
              MOVE "R" TO codeTauxXml
              COMPUTE montantBaseXml = baseReduitXml - ecartReduitXml
              MOVE taxeReduitXml TO montantTaxeXml
              PERFORM ECRIRE_TAXE_XML
           END-IF
           IF baseNormalXml NOT = 0 OR ecartNormalXml NOT = 0 THEN
              MOVE "N" TO codeTauxXml
              COMPUTE montantBaseXml = baseNormalXml - ecartNormalXml
              MOVE taxeNormalXml TO montantTaxeXml
              PERFORM ECRIRE_TAXE_XML
           END-IF
           IF baseMargeXml NOT = 0 THEN
              MOVE "M" TO codeTauxXml
              COMPUTE montantBaseXml = baseMargeXml - ecartMargeXml
              MOVE 0 TO montantTaxeXml
              PERFORM ECRIRE_TAXE_XML
           END-IF
           IF typeEfacture = "M" AND moisFacture IS NUMERIC AND
              moisFacture(5:2) NOT < "01" AND
              moisFacture(5:2) NOT > "12" THEN
              PERFORM ECRIRE_PERIODE_XML
           END-IF
           IF ecartReduitXml NOT = 0 THEN
              MOVE "R" TO codeTauxXml
              MOVE ecartReduitXml TO montantEcartXml
              PERFORM ECRIRE_REMISE_XML
           END-IF
           IF ecartNormalXml NOT = 0 THEN
              MOVE "N" TO codeTauxXml
              MOVE ecartNormalXml TO montantEcartXml
              PERFORM ECRIRE_REMISE_XML
           END-IF
           IF ecartMargeXml NOT = 0 THEN
              MOVE "M" TO codeTauxXml
              MOVE ecartMargeXml TO montantEcartXml
              PERFORM ECRIRE_REMISE_XML
           END-IF
           PERFORM ECRIRE_CONDITIONS_XML
           MOVE "<ram:SpecifiedTradeSettlementHeaderMonetarySummation>"
                TO ligneXml
           WRITE ligneXml
           MOVE "ram:LineTotalAmount" TO baliseXml
           MOVE totalLignesXml TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           IF totalChargesXml > 0 THEN
              MOVE "ram:ChargeTotalAmount" TO baliseXml
              MOVE totalChargesXml TO montantXml
              PERFORM ECRIRE_MONTANT_XML
           END-IF
           IF totalRemisesXml > 0 THEN
              MOVE "ram:AllowanceTotalAmount" TO baliseXml
              MOVE totalRemisesXml TO montantXml
              PERFORM ECRIRE_MONTANT_XML
           END-IF
           MOVE "ram:TaxBasisTotalAmount" TO baliseXml
           MOVE totalFactureHT TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "ram:TaxTotalAmount" TO baliseXml
           MOVE "currencyID=""EUR""" TO attributXml
           MOVE totalFactureTVA TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "ram:GrandTotalAmount" TO baliseXml
           MOVE totalFactureTTC TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           IF montantPrepayeEfa > 0 THEN
              MOVE "ram:TotalPrepaidAmount" TO baliseXml
              MOVE montantPrepayeEfa TO montantXml
              PERFORM ECRIRE_MONTANT_XML
           END-IF
           MOVE "ram:DuePayableAmount" TO baliseXml
           MOVE montantDuEfa TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "</ram:SpecifiedTradeSettlementHeaderMonetarySummation>"
                TO ligneXml
           WRITE ligneXml
           MOVE "</ram:ApplicableHeaderTradeSettlement>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit la periode couverte par la facture
      *>mensuelle, du premier au dernier jour du mois moisFacture
        ECRIRE_PERIODE_XML.
           COMPUTE dateDebutPeriodeEfa =
               FUNCTION NUMVAL(moisFacture) * 100 + 1
           IF moisFacture(5:2) = "12" THEN
              COMPUTE dateFinPeriodeEfa = dateDebutPeriodeEfa + 8900
           ELSE
              COMPUTE dateFinPeriodeEfa = dateDebutPeriodeEfa + 100
           END-IF
           COMPUTE dateFinPeriodeEfa = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateFinPeriodeEfa) - 1)
           MOVE "<ram:BillingSpecifiedPeriod>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:StartDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE "udt:DateTimeString" TO baliseXml
           MOVE "format=""102""" TO attributXml
           MOVE dateDebutPeriodeEfa TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:StartDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:EndDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE "udt:DateTimeString" TO baliseXml
           MOVE "format=""102""" TO attributXml
           MOVE dateFinPeriodeEfa TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:EndDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE "</ram:BillingSpecifiedPeriod>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit la ventilation de TVA d'un taux
      *>(codeTauxXml) : base nette montantBaseXml et TVA
      *>montantTaxeXml ; la marge des biens d'occasion est exoneree
      *>avec le motif reglementaire
        ECRIRE_TAXE_XML.
           PERFORM PREPARER_TAUX_XML
           MOVE "<ram:ApplicableTradeTax>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:CalculatedAmount" TO baliseXml
           MOVE montantTaxeXml TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "ram:TypeCode" TO baliseXml
           MOVE "VAT" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           IF TAUX_XML_MARGE THEN
              MOVE "ram:ExemptionReason" TO baliseXml
              MOVE "Regime particulier - biens d'occasion" TO
                   valeurXml
              PERFORM ECRIRE_BALISE_XML
           END-IF
           MOVE "ram:BasisAmount" TO baliseXml
           MOVE montantBaseXml TO montantXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "ram:CategoryCode" TO baliseXml
           MOVE categorieXml TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           IF TAUX_XML_MARGE THEN
              MOVE "ram:ExemptionReasonCode" TO baliseXml
              MOVE "VATEX-EU-F" TO valeurXml
              PERFORM ECRIRE_BALISE_XML
           END-IF
           MOVE "ram:RateApplicablePercent" TO baliseXml
           MOVE libelleTauxXml TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:ApplicableTradeTax>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit la remise d'en-tete (ou le complement,
      *>si l'ecart est negatif) montantEcartXml du taux codeTauxXml
        ECRIRE_REMISE_XML.
           PERFORM PREPARER_TAUX_XML
           MOVE "<ram:SpecifiedTradeAllowanceCharge>" TO ligneXml
           WRITE ligneXml
           MOVE "<ram:ChargeIndicator>" TO ligneXml
           WRITE ligneXml
           MOVE "udt:Indicator" TO baliseXml
           IF montantEcartXml > 0 THEN
              MOVE "false" TO valeurXml
              MOVE montantEcartXml TO montantXml
           ELSE
              MOVE "true" TO valeurXml
              COMPUTE montantXml = 0 - montantEcartXml
           END-IF
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:ChargeIndicator>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:ActualAmount" TO baliseXml
           PERFORM ECRIRE_MONTANT_XML
           MOVE "ram:Reason" TO baliseXml
           IF montantEcartXml > 0 THEN
              MOVE "Remise sur facture" TO valeurXml
           ELSE
              MOVE "Complement de facturation" TO valeurXml
           END-IF
           PERFORM ECRIRE_BALISE_XML
           MOVE "<ram:CategoryTradeTax>" TO ligneXml
           WRITE ligneXml
           MOVE "ram:TypeCode" TO baliseXml
           MOVE "VAT" TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "ram:CategoryCode" TO baliseXml
           MOVE categorieXml TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "ram:RateApplicablePercent" TO baliseXml
           MOVE libelleTauxXml TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:CategoryTradeTax>" TO ligneXml
           WRITE ligneXml
           MOVE "</ram:SpecifiedTradeAllowanceCharge>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode ecrit les conditions de paiement : delai et
      *>moyen en clair, date d'echeance, reference du mandat SEPA
      *>actif du client pour un paiement par prelevement
        ECRIRE_CONDITIONS_XML.
           MOVE "<ram:SpecifiedTradePaymentTerms>" TO ligneXml
           WRITE ligneXml
           MOVE cef_delaiPaiement TO nombreXmlEdite
           MOVE SPACES TO valeurXml
           STRING "Paiement a " DELIMITED BY SIZE
                  FUNCTION TRIM(nombreXmlEdite) DELIMITED BY SIZE
                  " jours" DELIMITED BY SIZE
                  INTO valeurXml
           MOVE SPACES TO texteXmlEchappe
           EVALUATE TRUE
               WHEN EFA_PAIEMENT_PRELEVEMENT
                   STRING valeurXml DELIMITED BY "  "
                          " par prelevement" DELIMITED BY SIZE
                          INTO texteXmlEchappe
               WHEN EFA_PAIEMENT_CHEQUE
                   STRING valeurXml DELIMITED BY "  "
                          " par cheque" DELIMITED BY SIZE
                          INTO texteXmlEchappe
               WHEN OTHER
                   STRING valeurXml DELIMITED BY "  "
                          " par virement" DELIMITED BY SIZE
                          INTO texteXmlEchappe
           END-EVALUATE
           MOVE "ram:Description" TO baliseXml
           MOVE texteXmlEchappe TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "<ram:DueDateDateTime>" TO ligneXml
           WRITE ligneXml
           MOVE "udt:DateTimeString" TO baliseXml
           MOVE "format=""102""" TO attributXml
           MOVE dateEcheanceEfa TO valeurXml
           PERFORM ECRIRE_BALISE_XML
           MOVE "</ram:DueDateDateTime>" TO ligneXml
           WRITE ligneXml
           IF EFA_PAIEMENT_PRELEVEMENT THEN
              PERFORM LIRE_MANDAT_ACTIF
              IF mandatValide = 1 THEN
                 MOVE "ram:DirectDebitMandateID" TO baliseXml
                 MOVE mdt_rum TO valeurXml
                 PERFORM ECRIRE_BALISE_XML
              END-IF
           END-IF
           MOVE "</ram:SpecifiedTradePaymentTerms>" TO ligneXml
           WRITE ligneXml.

      *>Cette méthode donne la categorie et le taux de TVA du code
      *>codeTauxXml : taux reduit, taux normal, ou exoneration du
      *>regime de la marge
        PREPARER_TAUX_XML.
           EVALUATE TRUE
               WHEN TAUX_XML_REDUIT
                   MOVE "S" TO categorieXml
                   MOVE "5.50" TO libelleTauxXml
               WHEN TAUX_XML_MARGE
                   MOVE "E" TO categorieXml
                   MOVE "0.00" TO libelleTauxXml
               WHEN OTHER
                   MOVE "S" TO categorieXml
                   MOVE "20.00" TO libelleTauxXml
           END-EVALUATE.

      *>Cette méthode ecrit l'element baliseXml (avec l'attribut
      *>attributXml s'il est renseigne) de valeur valeurXml ;
      *>l'attribut est remis a blanc pour l'element suivant
        ECRIRE_BALISE_XML.
           MOVE SPACES TO ligneXml
           IF attributXml = SPACES THEN
              STRING "<" DELIMITED BY SIZE
                     baliseXml DELIMITED BY " "
                     ">" DELIMITED BY SIZE
                     valeurXml DELIMITED BY "  "
                     "</" DELIMITED BY SIZE
                     baliseXml DELIMITED BY " "
                     ">" DELIMITED BY SIZE
                     INTO ligneXml
           ELSE
              STRING "<" DELIMITED BY SIZE
                     baliseXml DELIMITED BY " "
                     " " DELIMITED BY SIZE
                     attributXml DELIMITED BY "  "
                     ">" DELIMITED BY SIZE
                     valeurXml DELIMITED BY "  "
                     "</" DELIMITED BY SIZE
                     baliseXml DELIMITED BY " "
                     ">" DELIMITED BY SIZE
                     INTO ligneXml
           END-IF
           WRITE ligneXml
           MOVE SPACES TO attributXml.

      *>Cette méthode ecrit l'element baliseXml portant le montant
      *>montantXml au format decimal a point
        ECRIRE_MONTANT_XML.
           MOVE montantXml TO montantXmlEdite
           MOVE FUNCTION TRIM(montantXmlEdite) TO valeurXml
           PERFORM ECRIRE_BALISE_XML.

      *>Cette méthode recopie texteXml dans texteXmlEchappe en
      *>remplacant les caracteres reserves (&, <, >) par leurs
      *>entites
        ECHAPPER_TEXTE_XML.
           MOVE SPACES TO texteXmlEchappe
           MOVE 1 TO posXml
           PERFORM VARYING idxXml FROM 1 BY 1 UNTIL idxXml > 60
               EVALUATE texteXml(idxXml:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                              INTO texteXmlEchappe
                              WITH POINTER posXml
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                              INTO texteXmlEchappe
                              WITH POINTER posXml
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                              INTO texteXmlEchappe
                              WITH POINTER posXml
                   WHEN OTHER
                       STRING texteXml(idxXml:1) DELIMITED BY SIZE
                              INTO texteXmlEchappe
                              WITH POINTER posXml
               END-EVALUATE
           END-PERFORM.

      *>Cette méthode inscrit la facture electronique deposee au
      *>registre, au statut emise (en attente du retour de la
      *>plateforme)
        ENREGISTRER_EFACTURE.
           MOVE numeroFacture TO efa_numero
           MOVE idClientEfacture TO efa_idClient
           MOVE typeEfacture TO efa_type
           IF typeEfacture = "V" THEN
              MOVE fv_id TO efa_idVente
              MOVE SPACES TO efa_mois
           ELSE
              MOVE 0 TO efa_idVente
              MOVE moisFacture TO efa_mois
           END-IF
           MOVE dateEmissionEfa TO efa_dateEmission
           MOVE dateEcheanceEfa TO efa_dateEcheance
           MOVE totalFactureHT TO efa_montantHT
           MOVE totalFactureTVA TO efa_montantTVA
           MOVE totalFactureTTC TO efa_montantTTC
           MOVE nomEfacture TO efa_nomFichier
           MOVE "E" TO efa_statut
           MOVE dateEmissionEfa TO efa_dateStatut
           MOVE SPACES TO efa_motif
           OPEN I-O fefactures
           WRITE tamp_fefacture
              INVALID KEY
                 DISPLAY "Facture electronique deja inscrite : ",
                         efa_numero
           END-WRITE
           CLOSE fefactures
           MOVE "PRODUIRE_EFACTURE" TO journalParagraphe
           MOVE "CREATION" TO journalOperation
           MOVE "fefactures" TO journalFichier
           MOVE efa_numero TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode complete l'identite de la societe emettrice
      *>des factures electroniques (SIREN et raison sociale, saisis
      *>une fois par session) et en deduit le numero de TVA
      *>intracommunautaire (cle = (12 + 3 x (SIREN modulo 97))
      *>modulo 97)
        SAISIR_IDENTITE_SOCIETE.
           PERFORM SAISIR_SIREN_SOCIETE
           IF raisonSociale = SPACES THEN
              PERFORM WITH TEST AFTER UNTIL raisonSociale NOT = SPACES
                  DISPLAY "Entrez la raison sociale de la societe"
                  ACCEPT raisonSociale
              END-PERFORM
           END-IF
           MOVE sirenSociete TO sirenNumSociete
           COMPUTE cleTvaIntracom = FUNCTION MOD(12 + 3 *
               FUNCTION MOD(sirenNumSociete, 97), 97)
           MOVE SPACES TO tvaIntracomSociete
           STRING "FR" DELIMITED BY SIZE
                  cleTvaIntracom DELIMITED BY SIZE
                  sirenSociete DELIMITED BY SIZE
                  INTO tvaIntracomSociete.

      *>Cette méthode enregistre l'identite de facturation
      *>electronique d'un client professionnel ou d'une collectivite
      *>(SIREN, SIRET, code service, engagement, delai et moyen de
      *>paiement) ; une identite existante peut etre modifiee
        SAISIR_IDENTITE_EFACTURE.
           DISPLAY "Entrez l'id du client"
           ACCEPT idClient
           MOVE 0 TO trouveIdentiteEfa
           OPEN INPUT fclients
           MOVE idClient TO fc_id
           READ fclients KEY IS fc_id
              INVALID KEY DISPLAY "Le client n'existe pas"
              NOT INVALID KEY
                 IF CLIENT_PROFESSIONNEL OR CLIENT_COLLECTIVITE THEN
                    MOVE 1 TO trouveIdentiteEfa
                 ELSE
                    DISPLAY "Seuls les professionnels et les"
                    DISPLAY "collectivites recoivent des factures"
                    DISPLAY "electroniques"
                 END-IF
           END-READ
           CLOSE fclients
           IF trouveIdentiteEfa = 1 THEN
              MOVE "M" TO reponseEfacture
              OPEN I-O fclientsEfacture
              MOVE idClient TO cef_idClient
              READ fclientsEfacture KEY IS cef_idClient
                 INVALID KEY MOVE 1 TO trouveIdentiteEfa
                 NOT INVALID KEY
                    MOVE 2 TO trouveIdentiteEfa
                    DISPLAY "SIREN ", cef_siren, " - SIRET ", cef_siret
                    DISPLAY "Service : ", cef_codeService
                    DISPLAY "Engagement : ", cef_engagement
                    DISPLAY "Paiement a ", cef_delaiPaiement,
                            " jours - moyen ", cef_moyenPaiement
                    DISPLAY "Modifier (M) ou conserver (ENTREE) ?"
                    MOVE SPACES TO reponseEfacture
                    ACCEPT reponseEfacture
              END-READ
              IF reponseEfacture = "M" THEN
                 PERFORM SAISIR_DETAIL_EFACTURE
                 IF trouveIdentiteEfa = 1 THEN
                    WRITE tamp_fclientEfacture
                    END-WRITE
                 ELSE
                    REWRITE tamp_fclientEfacture
                    END-REWRITE
                 END-IF
                 DISPLAY "Identite de facturation enregistree"
              END-IF
              CLOSE fclientsEfacture
              IF reponseEfacture = "M" THEN
                 MOVE "SAISIR_IDENTITE_EFACTURE" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "fclientsEfacture" TO journalFichier
                 MOVE idClient TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              END-IF
           END-IF.

      *>Cette méthode saisit l'identite de facturation du client
      *>idClient dans le tampon tamp_fclientEfacture : le SIRET,
      *>facultatif, doit appartenir au SIREN saisi ; le delai de
      *>paiement est borne a 60 jours
        SAISIR_DETAIL_EFACTURE.
           MOVE idClient TO cef_idClient
           MOVE SPACES TO cef_siren
           PERFORM WITH TEST AFTER UNTIL cef_siren IS NUMERIC
                   DISPLAY "SIREN du client (9 chiffres)"
                   ACCEPT cef_siren
           END-PERFORM
           MOVE SPACES TO cef_siret
           PERFORM WITH TEST AFTER UNTIL cef_siret = SPACES OR
                   (cef_siret IS NUMERIC AND
                    cef_siret(1:9) = cef_siren)
                   DISPLAY "SIRET de l'etablissement facture"
                   DISPLAY "(14 chiffres, ENTREE = aucun)"
                   ACCEPT cef_siret
           END-PERFORM
           MOVE SPACES TO cef_codeService
           DISPLAY "Code service de l'acheteur (ENTREE = aucun)"
           ACCEPT cef_codeService
           MOVE SPACES TO cef_engagement
           DISPLAY "Numero d'engagement ou de bon de commande"
           DISPLAY "(ENTREE = aucun)"
           ACCEPT cef_engagement
           MOVE 0 TO cef_delaiPaiement
           PERFORM WITH TEST AFTER UNTIL cef_delaiPaiement > 0 AND
                   cef_delaiPaiement NOT > 60
                   DISPLAY "Delai de paiement en jours (1 a 60)"
                   ACCEPT cef_delaiPaiement
           END-PERFORM
           MOVE SPACES TO cef_moyenPaiement
           PERFORM WITH TEST AFTER UNTIL EFA_PAIEMENT_VIREMENT OR
                   EFA_PAIEMENT_PRELEVEMENT OR EFA_PAIEMENT_CHEQUE
                   DISPLAY "Moyen de paiement : virement (VI),"
                   DISPLAY "prelevement (PR) ou cheque (CH)"
                   ACCEPT cef_moyenPaiement
           END-PERFORM.

      *>Cette méthode importe le fichier des statuts renvoye par la
      *>plateforme de facturation electronique (lignes
      *>STA;<numero de facture>;<code>;<AAAAMMJJ>;<motif>) : les
      *>codes du cycle de vie 200 (deposee), 205 (acceptee), 210 et
      *>213 (refusee) et 212 (encaissee) mettent a jour le registre ;
      *>une facture payee ne revient plus en arriere
        IMPORTER_STATUTS_EFACTURES.
           DISPLAY "Entrez le nom du fichier des statuts"
           ACCEPT nomFichierEdi
           OPEN INPUT fechangeEdi
           IF cr_fechangeEdi NOT = 0 THEN
              DISPLAY "Fichier des statuts introuvable : ",
                      nomFichierEdi
           ELSE
              MOVE 0 TO nbStatutsEfa
              MOVE 0 TO nbRefusEfa
              MOVE 0 TO nbIgnoresEfa
              MOVE 1 TO WfinEfa
              PERFORM WITH TEST AFTER UNTIL WfinEfa = 0
                  READ fechangeEdi
                  AT END MOVE 0 TO WfinEfa
                  NOT AT END
                      MOVE SPACES TO champEnteteEfa
                      MOVE SPACES TO champNumeroEfa
                      MOVE SPACES TO champCodeEfa
                      MOVE SPACES TO champDateEfa
                      MOVE SPACES TO champMotifEfa
                      UNSTRING ligneEdi DELIMITED BY ";"
                          INTO champEnteteEfa champNumeroEfa
                               champCodeEfa champDateEfa
                               champMotifEfa
                      IF champEnteteEfa = "STA" THEN
                         PERFORM MAJ_STATUT_EFACTURE
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fechangeEdi
              DISPLAY "Statuts mis a jour : ", nbStatutsEfa,
                      " dont refus : ", nbRefusEfa
              DISPLAY "Lignes ignorees : ", nbIgnoresEfa
              MOVE "IMPORTER_STATUTS_EFACTURES" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "fefactures" TO journalFichier
              MOVE nomFichierEdi TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode porte sur la facture electronique lue dans le
      *>fichier des statuts le statut correspondant a son code
        MAJ_STATUT_EFACTURE.
           EVALUATE champCodeEfa
               WHEN "200"
                   MOVE "D" TO statutEfaNouveau
               WHEN "205"
                   MOVE "A" TO statutEfaNouveau
               WHEN "210"
               WHEN "213"
                   MOVE "R" TO statutEfaNouveau
               WHEN "212"
                   MOVE "P" TO statutEfaNouveau
               WHEN OTHER
                   MOVE SPACES TO statutEfaNouveau
           END-EVALUATE
           IF statutEfaNouveau = SPACES THEN
              ADD 1 TO nbIgnoresEfa END-ADD
              DISPLAY "Code de statut inconnu : ", champCodeEfa,
                      " (facture ", champNumeroEfa, ")"
           ELSE
              OPEN I-O fefactures
              COMPUTE efa_numero = FUNCTION NUMVAL(champNumeroEfa)
              READ fefactures KEY IS efa_numero
                 INVALID KEY
                    ADD 1 TO nbIgnoresEfa END-ADD
                    DISPLAY "Facture electronique inconnue : ",
                            champNumeroEfa
                 NOT INVALID KEY
                    IF EFACTURE_PAYEE THEN
                       ADD 1 TO nbIgnoresEfa END-ADD
                       DISPLAY "Facture deja payee : ", efa_numero
                    ELSE
                       MOVE statutEfaNouveau TO efa_statut
                       IF champDateEfa IS NUMERIC THEN
                          MOVE champDateEfa TO efa_dateStatut
                       ELSE
                          MOVE FUNCTION CURRENT-DATE TO dateRapport
                          MOVE dateRapport(1:8) TO efa_dateStatut
                       END-IF
                       MOVE champMotifEfa TO efa_motif
                       REWRITE tamp_fefacture
                       END-REWRITE
                       ADD 1 TO nbStatutsEfa END-ADD
                       IF EFACTURE_REFUSEE THEN
                          ADD 1 TO nbRefusEfa END-ADD
                          DISPLAY "Facture ", efa_numero,
                                  " refusee (client ", efa_idClient,
                                  ") : ", efa_motif
                       END-IF
                    END-IF
              END-READ
              CLOSE fefactures
           END-IF.

      *>Cette méthode liste les factures electroniques d'un client
      *>(ou, pour l'id 0, toutes celles qui ne sont pas encore
      *>payees) avec leur dernier statut sur la plateforme
        CONSULTER_EFACTURES.
           DISPLAY "Entrez l'id du client (0 = toutes les factures"
           DISPLAY "electroniques non payees)"
           ACCEPT idClientEfacture
           MOVE 0 TO nbEfaAffichees
           MOVE 1 TO WfinEfa
           OPEN INPUT fefactures
           DISPLAY "-- FACTURES ELECTRONIQUES --"
           PERFORM WITH TEST AFTER UNTIL WfinEfa = 0
               READ fefactures NEXT
               AT END MOVE 0 TO WfinEfa
               NOT AT END
                   IF (idClientEfacture = 0 AND
                       NOT EFACTURE_PAYEE) OR
                      (idClientEfacture NOT = 0 AND
                       efa_idClient = idClientEfacture) THEN
                      ADD 1 TO nbEfaAffichees END-ADD
                      PERFORM LIBELLER_STATUT_EFACTURE
                      DISPLAY "Facture ", efa_numero, " (client ",
                              efa_idClient, ") du ",
                              efa_dateEmission, " - echeance ",
                              efa_dateEcheance
                      DISPLAY "   ", efa_montantTTC, " TTC - ",
                              libelleStatutEfa, " le ",
                              efa_dateStatut
                      IF efa_motif NOT = SPACES THEN
                         DISPLAY "   motif : ", efa_motif
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fefactures
           DISPLAY "Factures listees : ", nbEfaAffichees.

      *>Cette méthode donne le libelle du statut efa_statut
        LIBELLER_STATUT_EFACTURE.
           EVALUATE TRUE
               WHEN EFACTURE_EMISE
                   MOVE "emise, en attente" TO libelleStatutEfa
               WHEN EFACTURE_DEPOSEE
                   MOVE "deposee" TO libelleStatutEfa
               WHEN EFACTURE_ACCEPTEE
                   MOVE "acceptee" TO libelleStatutEfa
               WHEN EFACTURE_REFUSEE
                   MOVE "refusee" TO libelleStatutEfa
               WHEN EFACTURE_PAYEE
                   MOVE "payee" TO libelleStatutEfa
               WHEN OTHER
                   MOVE "inconnu" TO libelleStatutEfa
           END-EVALUATE.

      *>Cette méthode examine, pour la relance du client
      *>idClientEfacture, ses factures electroniques : les refusees
      *>sont affichees et comptees (nbEfaRefusees), les payees selon
      *>la plateforme depuis la plus ancienne vente sur compte non
      *>soldee le sont aussi (nbEfaPayees), leur reglement restant
      *>a enregistrer sur le compte
        EXAMINER_EFACTURES_CLIENT.
           MOVE 0 TO nbEfaRefusees
           MOVE 0 TO nbEfaPayees
           MOVE 1 TO WfinEfa
           OPEN INPUT fefactures
           PERFORM WITH TEST AFTER UNTIL WfinEfa = 0
               READ fefactures NEXT
               AT END MOVE 0 TO WfinEfa
               NOT AT END
                   IF efa_idClient = idClientEfacture THEN
                      IF EFACTURE_REFUSEE THEN
                         ADD 1 TO nbEfaRefusees END-ADD
                         DISPLAY fc_nom, " : facture electronique ",
                                 efa_numero, " refusee - ", efa_motif
                      ELSE IF EFACTURE_PAYEE AND
                         dateAncienneVenteCP NOT = SPACES AND
                         efa_dateStatut NOT <
                         dateAncienneVenteCP(1:8) THEN
                         ADD 1 TO nbEfaPayees END-ADD
                      END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fefactures
           IF nbEfaPayees > 0 THEN
              DISPLAY fc_nom, " : ", nbEfaPayees,
                      " facture(s) payee(s) selon la plateforme,"
              DISPLAY "reglement a enregistrer sur le compte"
           END-IF.
