              MOVE typeRemise TO rb_type
              MOVE montantRemise TO rb_montant
              MOVE nbElementsRemise TO rb_nbElements
              MOVE SPACES TO rb_pointage
              MOVE SPACES TO rb_datePointage
              MOVE 0 TO rb_montantImpayes
              OPEN I-O fremises
              WRITE tamp_fremise
              END-WRITE
              CLOSE fremises
              *>Les especes deposees quittent le coffre
              IF typeRemise = "E" THEN
                 MOVE "RB" TO typeMouvCoffre
                 MOVE montantRemise TO montantCoffre
                 MOVE 0 TO idSessionCoffre
                 MOVE idRemise TO idRemiseCoffre
                 PERFORM ENREGISTRER_MOUV_COFFRE
              END-IF
              PERFORM IMPRIMER_BORDEREAU_REMISE
              MOVE "PREPARER_REMISE_BANQUE" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
                 ADD fraisAcquereur TO totalFraisAcquereur END-ADD
                 PERFORM COMPTABILISER_FRAIS_CARTE
              END-IF
              PERFORM ENREGISTRER_REGLEMENT_CB
           ELSE
              DISPLAY "Ligne ", nbLignesReleve, " du releve"
              DISPLAY "illisible, ignoree"
               READ fventes NEXT
               AT END MOVE 0 TO WfinCaisse
               NOT AT END
                   IF fv_dateVente(1:8) = dateReleveCarte AND
                      fv_idCommande = 0 THEN
                      PERFORM CUMULER_CB_VENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           *>Les acomptes carte des commandes sont encaisses le jour
           *>de la prise de commande, sous le numero de vente reserve
           MOVE 1 TO WfinCaisse
           OPEN INPUT fcommandes
           PERFORM WITH TEST AFTER UNTIL WfinCaisse = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinCaisse
               NOT AT END
                   IF cmd_dateCommande(1:8) = dateReleveCarte THEN
                      MOVE cmd_idVente TO fv_id
                      MOVE cmd_modePaiement TO fv_modePaiement
                      MOVE cmd_acompte TO fv_acompte
                      PERFORM CUMULER_CB_VENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes.

      *>Cette méthode ajoute au total carte du jour les composants
      *>carte de la vente presente dans le tampon tamp_fvente
      *>les avoirs fournisseur recus venant en deduction, avec un
      *>fichier de virements pour la banque et un journal des
      *>reglements imprime, au lieu de regler facture par facture au
      *>clavier. Seules les factures rapprochees de leur commande et
      *>de leurs receptions, ou liberees par le gerant, sont reglees
        LANCER_CAMPAGNE_REGLEMENT.
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Regler les factures a echeance jusqu'au"
           *>Repetition a blanc : comptage et total des factures
           *>retenues avant tout reglement
           MOVE 0 TO nbFacturesCampagne
           MOVE 0 TO nbFacturesNonRapprochees
           MOVE 0 TO totalCampagneReglement
           MOVE 1 TO WfinCampagneR
           OPEN INPUT ffacturesFourn
               READ ffacturesFourn NEXT
               AT END MOVE 0 TO WfinCampagneR
               NOT AT END
                   IF (FACTURE_A_PAYER OR FACTURE_CONTESTEE) AND
                      FACTURE_NON_RAPPROCHEE AND
                      ff_dateEcheance(1:8) NOT >
                      dateHorizonReglement THEN
                      ADD 1 TO nbFacturesNonRapprochees END-ADD
                   END-IF
                   IF FACTURE_A_PAYER AND
                      NOT FACTURE_NON_RAPPROCHEE AND
                      ff_dateEcheance(1:8) NOT >
                      dateHorizonReglement THEN
                      ADD 1 TO nbFacturesCampagne END-ADD
               END-READ
           END-PERFORM
           CLOSE ffacturesFourn
           IF nbFacturesNonRapprochees > 0 THEN
              DISPLAY "Factures echues non rapprochees, ecartees de"
              DISPLAY "la campagne : ", nbFacturesNonRapprochees
              DISPLAY "(a liberer par le gerant)"
           END-IF
           IF nbFacturesCampagne = 0 THEN
              DISPLAY "Aucune facture a payer dans cet horizon"
           ELSE
               AT END MOVE 0 TO WfinCampagneR
               NOT AT END
                   IF FACTURE_A_PAYER AND
                      NOT FACTURE_NON_RAPPROCHEE AND
                      ff_dateEcheance(1:8) NOT >
                      dateHorizonReglement THEN
                      PERFORM REGLER_FACTURE_CAMPAGNE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE FUNCTION CURRENT-DATE TO ff_dateReglement
           MOVE montantAPayerFacture TO ff_montantRegle
           MOVE 1 TO ff_statut
           REWRITE tamp_ffactureFourn
              INVALID KEY
      *>derivee des ventes effectives des huit dernieres semaines
      *>(archives comprises), les soldes des commandes ouvertes sont
      *>attendus en premiere semaine, et les factures fournisseur a
      *>echoir sont ventilees sur leur semaine d'echeance, comme
      *>les frais generaux a payer et a venir : la semaine tendue
      *>se voit avant d'arriver, pas apres
        RAPPORT_PREVISION_TRESORERIE.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           END-PERFORM
           MOVE 0 TO totalSoldesCommandes
           MOVE 1 TO WfinPrev
           OPEN INPUT fcommandes
           PERFORM WITH TEST AFTER UNTIL WfinPrev = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinPrev
               NOT AT END
                   IF (COMMANDE_EN_ATTENTE OR COMMANDE_EXPEDIEE) AND
                      cmd_resteDu > 0 THEN
                      ADD cmd_resteDu TO totalSoldesCommandes END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           ADD totalSoldesCommandes TO ptEncaissements(1) END-ADD

           *>Decaissements : factures fournisseur a payer ventilees
               END-READ
           END-PERFORM
           CLOSE ffacturesFourn
           PERFORM PREVOIR_DEPENSES

           *>Restitution : position cumulee semaine par semaine
           STRING "PREVISION-" DELIMITED BY SIZE
                  totalSoldesCommandes DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Frais generaux a payer (8 semaines) : "
                  DELIMITED BY SIZE
                  totalDepensesPrev DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE 0 TO soldePrevisionnel
           MOVE 1 TO idxSemainePrev
           DISPLAY "-- PREVISION DE TRESORERIE (8 SEMAINES) --"
           CLOSE frapport
           DISPLAY "Prevision enregistree dans :"
           DISPLAY nomRapport.

      *>Cette méthode rapproche le fichier de versements du
      *>prestataire de paiement en ligne (date;type;reference;
      *>montant;frais) du registre des prepaiements web, comme le
      *>releve de l'acquereur carte l'est des encaissements carte :
      *>chaque paiement (P) ou remboursement (R) verse est pointe
      *>sur son prepaiement par la reference, les frais partent en
      *>ecritures comptables. Les versements sans correspondance,
      *>les versements courts et les prepaiements toujours pas
      *>verses passe le delai vont au rapport d'exceptions
        RAPPROCHER_VERSEMENTS_WEB.
           DISPLAY "Entrez le nom du fichier de versements"
           ACCEPT nomVersementsWeb
           MOVE 0 TO nbLignesVersement
           MOVE 0 TO nbVersementsPointes
           MOVE 0 TO nbExceptionsWeb
           MOVE 0 TO totalVerseWeb
           MOVE 0 TO totalFraisWeb
           OPEN INPUT fversementsWeb
           IF cr_fversementsWeb NOT = 0 THEN
              DISPLAY "Fichier de versements introuvable : ",
                      nomVersementsWeb
           ELSE
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE SPACES TO nomRapport
              STRING "EXCEPTIONS-WEB-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Exceptions des versements web du "
                     DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE 1 TO WfinVersement
              PERFORM WITH TEST AFTER UNTIL WfinVersement = 0
                  READ fversementsWeb
                  AT END MOVE 0 TO WfinVersement
                  NOT AT END
                      ADD 1 TO nbLignesVersement END-ADD
                      PERFORM TRAITER_LIGNE_VERSEMENT_WEB
                  END-READ
              END-PERFORM
              CLOSE fversementsWeb
              PERFORM SIGNALER_PREPAIEMENTS_NON_VERSES
              MOVE " " TO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Lignes lues : " DELIMITED BY SIZE
                     nbLignesVersement DELIMITED BY SIZE
                     " - pointees : " DELIMITED BY SIZE
                     nbVersementsPointes DELIMITED BY SIZE
                     " - exceptions : " DELIMITED BY SIZE
                     nbExceptionsWeb DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Paiements verses : " DELIMITED BY SIZE
                     totalVerseWeb DELIMITED BY SIZE
                     " - frais du prestataire : " DELIMITED BY SIZE
                     totalFraisWeb DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              CLOSE frapport
              IF totalFraisWeb > 0 THEN
                 PERFORM COMPTABILISER_FRAIS_WEB
              END-IF
              DISPLAY "-- RAPPROCHEMENT DES VERSEMENTS WEB --"
              DISPLAY "Lignes lues : ", nbLignesVersement
              DISPLAY "Pointees : ", nbVersementsPointes
              DISPLAY "Exceptions : ", nbExceptionsWeb
              DISPLAY "Frais comptabilises : ", totalFraisWeb
              DISPLAY "Rapport enregistre dans :"
              DISPLAY nomRapport
              MOVE "RAPPROCHER_VERSEMENTS_WEB" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "fprepaiementsWeb" TO journalFichier
              MOVE nomVersementsWeb TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode traite une ligne du fichier de versements :
      *>un paiement ou un remboursement est pointe sur le registre,
      *>une ligne de frais seuls est cumulee aux frais
        TRAITER_LIGNE_VERSEMENT_WEB.
           MOVE SPACES TO champDateVers
           MOVE SPACES TO champTypeVers
           MOVE SPACES TO champRefVers
           MOVE SPACES TO champMontantVers
           MOVE SPACES TO champFraisVers
           UNSTRING ligneVersementsWeb DELIMITED BY ";"
               INTO champDateVers champTypeVers champRefVers
                    champMontantVers champFraisVers
           MOVE 0 TO montantVerse
           MOVE 0 TO fraisVerse
           IF champMontantVers NOT = SPACES THEN
              COMPUTE montantVerse ROUNDED =
                  FUNCTION NUMVAL(champMontantVers)
           END-IF
           IF champFraisVers NOT = SPACES THEN
              COMPUTE fraisVerse ROUNDED =
                  FUNCTION NUMVAL(champFraisVers)
           END-IF
           EVALUATE champTypeVers(1:1)
               WHEN "P"
               WHEN "R"
                   ADD fraisVerse TO totalFraisWeb END-ADD
                   PERFORM POINTER_VERSEMENT_WEB
               WHEN "F"
                   ADD montantVerse TO totalFraisWeb END-ADD
                   ADD fraisVerse TO totalFraisWeb END-ADD
               WHEN OTHER
                   ADD 1 TO nbExceptionsWeb END-ADD
                   MOVE SPACES TO ligneRapport
                   STRING "Ligne " DELIMITED BY SIZE
                          nbLignesVersement DELIMITED BY SIZE
                          " illisible : " DELIMITED BY SIZE
                          ligneVersementsWeb(1:50) DELIMITED BY SIZE
                          INTO ligneRapport
                   WRITE ligneRapport
           END-EVALUATE.

      *>Cette méthode cherche au registre, par la reference, le
      *>premier prepaiement ou remboursement du meme type encore en
      *>attente de versement et le pointe ; un versement sans
      *>correspondance part au rapport d'exceptions
        POINTER_VERSEMENT_WEB.
           MOVE 0 TO prepaiementTrouve
           MOVE 1 TO WfinPrepaiement
           OPEN I-O fprepaiementsWeb
           MOVE champRefVers TO pw_reference
           START fprepaiementsWeb KEY IS = pw_reference
              INVALID KEY MOVE 0 TO WfinPrepaiement
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinPrepaiement = 0
                    READ fprepaiementsWeb NEXT
                    AT END MOVE 0 TO WfinPrepaiement
                    NOT AT END
                        IF pw_reference NOT = champRefVers THEN
                           MOVE 0 TO WfinPrepaiement
                        ELSE
                           IF pw_type = champTypeVers(1:1) AND
                              PREPAIEMENT_A_VERSER THEN
                              MOVE 1 TO prepaiementTrouve
                              MOVE 0 TO WfinPrepaiement
                              PERFORM SOLDER_PREPAIEMENT_WEB
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fprepaiementsWeb
           IF prepaiementTrouve = 0 THEN
              ADD 1 TO nbExceptionsWeb END-ADD
              MOVE SPACES TO ligneRapport
              STRING "Versement " DELIMITED BY SIZE
                     champTypeVers(1:1) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     champRefVers DELIMITED BY "  "
                     " de " DELIMITED BY SIZE
                     montantVerse DELIMITED BY SIZE
                     " : absent du registre ou deja pointe"
                     DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode pointe le versement sur l'entree du registre
      *>lue dans le tampon : un montant verse different du montant
      *>attendu laisse l'entree en ecart et part au rapport, tout
      *>comme un retrait facture au-dela du montant prepaye
        SOLDER_PREPAIEMENT_WEB.
           MOVE pw_montant TO montantAttenduWeb
           MOVE montantVerse TO pw_montantVerse
           MOVE fraisVerse TO pw_fraisVerse
           MOVE champDateVers(1:8) TO pw_dateVersement
           IF montantVerse = montantAttenduWeb THEN
              MOVE 1 TO pw_statut
              ADD 1 TO nbVersementsPointes END-ADD
           ELSE
              MOVE 2 TO pw_statut
              ADD 1 TO nbExceptionsWeb END-ADD
              IF montantVerse < montantAttenduWeb THEN
                 COMPUTE ecartVersement =
                     montantAttenduWeb - montantVerse
                 MOVE SPACES TO ligneRapport
                 STRING "Versement court " DELIMITED BY SIZE
                        pw_reference DELIMITED BY "  "
                        " : attendu " DELIMITED BY SIZE
                        montantAttenduWeb DELIMITED BY SIZE
                        " - manque " DELIMITED BY SIZE
                        ecartVersement DELIMITED BY SIZE
                        INTO ligneRapport
              ELSE
                 COMPUTE ecartVersement =
                     montantVerse - montantAttenduWeb
                 MOVE SPACES TO ligneRapport
                 STRING "Versement excedentaire " DELIMITED BY SIZE
                        pw_reference DELIMITED BY "  "
                        " : attendu " DELIMITED BY SIZE
                        montantAttenduWeb DELIMITED BY SIZE
                        " - en plus " DELIMITED BY SIZE
                        ecartVersement DELIMITED BY SIZE
                        INTO ligneRapport
              END-IF
              WRITE ligneRapport
              END-WRITE
           END-IF
           IF PREPAIEMENT_ENCAISSE THEN
              ADD montantVerse TO totalVerseWeb END-ADD
              IF pw_montantConsomme > pw_montant THEN
                 ADD 1 TO nbExceptionsWeb END-ADD
                 COMPUTE ecartVersement =
                     pw_montantConsomme - pw_montant
                 MOVE SPACES TO ligneRapport
                 STRING "Prepaiement " DELIMITED BY SIZE
                        pw_reference DELIMITED BY "  "
                        " : retrait superieur de " DELIMITED BY SIZE
                        ecartVersement DELIMITED BY SIZE
                        " au montant paye" DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
                 END-WRITE
              END-IF
           END-IF
           REWRITE tamp_fprepaiementWeb
           END-REWRITE.

      *>Cette méthode signale au rapport les prepaiements et
      *>remboursements toujours en attente de versement plus de
      *>DELAI_VERSEMENT_WEB jours apres leur inscription
        SIGNALER_PREPAIEMENTS_NON_VERSES.
           MOVE dateRapport(1:8) TO dateJourNum
           COMPUTE dateLimiteVersement = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJourNum) -
               DELAI_VERSEMENT_WEB)
           MOVE 1 TO WfinPrepaiement
           OPEN INPUT fprepaiementsWeb
           PERFORM WITH TEST AFTER UNTIL WfinPrepaiement = 0
               READ fprepaiementsWeb NEXT
               AT END MOVE 0 TO WfinPrepaiement
               NOT AT END
                   IF PREPAIEMENT_A_VERSER AND
                      pw_date < dateLimiteVersement THEN
                      ADD 1 TO nbExceptionsWeb END-ADD
                      MOVE SPACES TO ligneRapport
                      STRING "Non verse depuis le " DELIMITED BY SIZE
                             pw_date DELIMITED BY SIZE
                             " : " DELIMITED BY SIZE
                             pw_type DELIMITED BY SIZE
                             " " DELIMITED BY SIZE
                             pw_reference DELIMITED BY "  "
                             " (" DELIMITED BY SIZE
                             pw_montant DELIMITED BY SIZE
                             ")" DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprepaiementsWeb.

      *>Cette méthode passe en ecritures comptables les frais
      *>preleves par le prestataire de paiement en ligne
        COMPTABILISER_FRAIS_WEB.
           MOVE dateRapport(1:8) TO dateEcriture
           PERFORM FIXER_NOM_ECRITURES
           MOVE 0 TO nbEcrituresJour
           OPEN EXTEND fecritures
           IF cr_fecritures = 35 THEN
              OPEN OUTPUT fecritures
              MOVE "journal;date;compte;sens;montant;reference" TO
                   ligneEcriture
              WRITE ligneEcriture
           END-IF
           MOVE "BQ" TO journalEcriture
           MOVE SPACES TO refEcriture
           STRING "WEB-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO refEcriture
           MOVE "627000" TO compteEcriture
           MOVE "D" TO sensEcriture
           MOVE totalFraisWeb TO montantEcriture
           PERFORM ECRIRE_LIGNE_ECRITURE
           MOVE "512000" TO compteEcriture
           MOVE "C" TO sensEcriture
           MOVE totalFraisWeb TO montantEcriture
           PERFORM ECRIRE_LIGNE_ECRITURE
           CLOSE fecritures.

      *>Cette méthode conserve le reglement de l'acquereur du jour
      *>du releve carte (dateReleveCarte) : il est ensuite attendu au
      *>credit du releve bancaire. Un reglement deja pointe en
      *>banque n'est plus modifie par un nouveau passage du releve
        ENREGISTRER_REGLEMENT_CB.
           OPEN I-O freglementsCarte
           MOVE dateReleveCarte TO rgc_date
           READ freglementsCarte KEY IS rgc_date
              INVALID KEY
                 MOVE montantAcquereur TO rgc_montant
                 MOVE fraisAcquereur TO rgc_frais
                 MOVE totalCBJour TO rgc_totalCaisses
                 MOVE SPACES TO rgc_pointage
                 MOVE SPACES TO rgc_datePointage
                 WRITE tamp_freglementCarte
                 END-WRITE
              NOT INVALID KEY
                 IF NOT REGLEMENT_CB_POINTE THEN
                    MOVE montantAcquereur TO rgc_montant
                    MOVE fraisAcquereur TO rgc_frais
                    MOVE totalCBJour TO rgc_totalCaisses
                    REWRITE tamp_freglementCarte
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE freglementsCarte.

      *>Cette méthode importe le releve bancaire (SOL;date;solde et
      *>OPE;date;libelle;montant, montant negatif au debit), pointe
      *>chaque ligne en attente sur ce que la boutique attend a la
      *>banque : remises et reglements carte au credit, virements
      *>des factures fournisseur reglees au debit. Le rapport de
      *>rapprochement presente soldes, elements en transit dans les
      *>deux sens et lignes a expliquer
        RAPPROCHER_RELEVE_BANQUE.
           DISPLAY "Entrez le nom du fichier de releve bancaire"
           ACCEPT nomReleveBanque
           OPEN INPUT freleveBanque
           IF cr_freleveBanque NOT = 0 THEN
              DISPLAY "Fichier de releve introuvable : ",
                      nomReleveBanque
           ELSE
              MOVE 0 TO nbLignesBanqueLues
              MOVE 0 TO nbLignesBanquePointees
              MOVE 0 TO nbLignesBanqueDoubles
              MOVE 0 TO soldeReleveBanque
              MOVE SPACES TO dateSoldeBanque
              MOVE 1 TO WfinBanque
              PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
                  READ freleveBanque
                  AT END MOVE 0 TO WfinBanque
                  NOT AT END
                      PERFORM TRAITER_LIGNE_RELEVE_BANQUE
                  END-READ
              END-PERFORM
              CLOSE freleveBanque
              *>Les lignes restees a expliquer aux imports
              *>precedents sont representees : une remise preparee
              *>depuis peut maintenant les couvrir
              PERFORM POINTER_LIGNES_BANQUE
              IF dateSoldeBanque = SPACES THEN
                 MOVE FUNCTION CURRENT-DATE TO dateRapport
                 MOVE dateRapport(1:8) TO dateSoldeBanque
              END-IF
              DISPLAY "Solde comptable du compte 512000 au ",
                      dateSoldeBanque
              DISPLAY "(ENTREE si inconnu)"
              MOVE SPACES TO saisieSoldeComptable
              ACCEPT saisieSoldeComptable
              PERFORM IMPRIMER_RAPPROCHEMENT_BANQUE
              DISPLAY "Lignes importees : ", nbLignesBanqueLues
              DISPLAY "Lignes deja importees, ignorees : ",
                      nbLignesBanqueDoubles
              DISPLAY "Lignes pointees : ", nbLignesBanquePointees
              DISPLAY "Lignes a expliquer : ", nbLignesBanqueExpliquer
              DISPLAY "Rapport enregistre dans :"
              DISPLAY nomRapport
              MOVE "RAPPROCHER_RELEVE_BANQUE" TO journalParagraphe
              MOVE "IMPORT" TO journalOperation
              MOVE "flignesBanque" TO journalFichier
              MOVE nomReleveBanque TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode traite une ligne du releve bancaire : le solde
      *>est retenu, une operation est enregistree en attente de
      *>pointage (sauf si elle a deja ete importee)
        TRAITER_LIGNE_RELEVE_BANQUE.
           MOVE SPACES TO champTypeBanque
           MOVE SPACES TO champDateBanque
           MOVE SPACES TO champLibelleBanque
           MOVE SPACES TO champMontantBanque
           UNSTRING ligneReleveBanque DELIMITED BY ";"
               INTO champTypeBanque champDateBanque
                    champLibelleBanque champMontantBanque
           EVALUATE champTypeBanque
               WHEN "SOL"
                   *>Sur la ligne de solde, le troisieme champ
                   *>porte le montant
                   MOVE champDateBanque(1:8) TO dateSoldeBanque
                   COMPUTE soldeReleveBanque =
                       FUNCTION NUMVAL(champLibelleBanque)
               WHEN "OPE"
                   IF champDateBanque(1:8) IS NUMERIC AND
                      champMontantBanque NOT = SPACES THEN
                      COMPUTE montantBanqueSigne =
                          FUNCTION NUMVAL(champMontantBanque)
                      PERFORM VERIFIER_LIGNE_BANQUE_DOUBLE
                      IF ligneBanqueEnDouble = 0 THEN
                         ADD 1 TO nbLignesBanqueLues END-ADD
                         PERFORM ENREGISTRER_LIGNE_BANQUE
                      ELSE
                         ADD 1 TO nbLignesBanqueDoubles END-ADD
                      END-IF
                   ELSE
                      DISPLAY "Ligne du releve illisible, ignoree :"
                      DISPLAY ligneReleveBanque
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *>Cette méthode signale (ligneBanqueEnDouble) une operation
      *>deja presente dans les lignes importees (meme date, libelle
      *>et montant), pour qu'un releve repasse deux fois ne double
      *>pas le pointage
        VERIFIER_LIGNE_BANQUE_DOUBLE.
           MOVE 0 TO ligneBanqueEnDouble
           MOVE 1 TO WfinBanque2
           OPEN INPUT flignesBanque
           PERFORM WITH TEST AFTER UNTIL WfinBanque2 = 0
               READ flignesBanque NEXT
               AT END MOVE 0 TO WfinBanque2
               NOT AT END
                   IF lb_date = champDateBanque(1:8) AND
                      lb_libelle = champLibelleBanque THEN
                      IF (LIGNE_BQ_CREDIT AND
                          lb_montant = montantBanqueSigne) OR
                         (LIGNE_BQ_DEBIT AND
                          lb_montant = 0 - montantBanqueSigne) THEN
                         MOVE 1 TO ligneBanqueEnDouble
                         MOVE 0 TO WfinBanque2
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flignesBanque.

      *>Cette méthode enregistre l'operation du releve en attente
      *>de pointage
        ENREGISTRER_LIGNE_BANQUE.
           MOVE "LIGNEBANQUE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO lb_id
           MOVE champDateBanque(1:8) TO lb_date
           MOVE champLibelleBanque TO lb_libelle
           IF montantBanqueSigne < 0 THEN
              MOVE "D" TO lb_sens
              COMPUTE lb_montant = 0 - montantBanqueSigne
           ELSE
              MOVE "C" TO lb_sens
              MOVE montantBanqueSigne TO lb_montant
           END-IF
           MOVE "X" TO lb_statut
           MOVE SPACES TO lb_typePointage
           MOVE SPACES TO lb_refPointage
           OPEN I-O flignesBanque
           WRITE tamp_fligneBanque
              INVALID KEY
                 DISPLAY "Erreur : ligne de releve ", lb_id,
                         " en double"
           END-WRITE
           CLOSE flignesBanque.

      *>Cette méthode tente le pointage de toutes les lignes du
      *>releve encore a expliquer
        POINTER_LIGNES_BANQUE.
           MOVE 1 TO WfinBanque
           OPEN I-O flignesBanque
           PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
               READ flignesBanque NEXT
               AT END MOVE 0 TO WfinBanque
               NOT AT END
                   IF LIGNE_BQ_A_EXPLIQUER THEN
                      PERFORM POINTER_LIGNE_BANQUE
                      IF pointageTrouve = 1 THEN
                         MOVE "P" TO lb_statut
                         REWRITE tamp_fligneBanque
                         END-REWRITE
                         ADD 1 TO nbLignesBanquePointees END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flignesBanque.

      *>Cette méthode cherche la piece attendue par la ligne du
      *>releve du tampon : un credit est une remise ou un reglement
      *>carte, un debit le virement d'une facture fournisseur reglee
      *>ou le retour d'un cheque impaye, du meme montant et
      *>anterieur a la ligne d'au plus DELAI_POINTAGE_BANQUE jours
        POINTER_LIGNE_BANQUE.
           MOVE 0 TO pointageTrouve
           MOVE lb_date TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateBanque
           IF LIGNE_BQ_CREDIT THEN
              PERFORM POINTER_REMISE_BANQUE
              IF pointageTrouve = 0 THEN
                 PERFORM POINTER_REGLEMENT_CB
              END-IF
           ELSE
              PERFORM POINTER_FACTURE_BANQUE
              IF pointageTrouve = 0 THEN
                 PERFORM POINTER_IMPAYE_BANQUE
              END-IF
           END-IF.

      *>Cette méthode pointe la ligne de credit du tampon sur une
      *>remise en banque non encore pointee
        POINTER_REMISE_BANQUE.
           MOVE 1 TO WfinBanque2
           OPEN I-O fremises
           PERFORM WITH TEST AFTER UNTIL WfinBanque2 = 0
               READ fremises NEXT
               AT END MOVE 0 TO WfinBanque2
               NOT AT END
                   IF NOT REMISE_POINTEE AND
                      rb_montant = lb_montant AND
                      rb_date(1:8) IS NUMERIC THEN
                      MOVE rb_date(1:8) TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierDatePiece
                      IF entierDatePiece NOT > entierDateBanque AND
                         entierDateBanque - entierDatePiece NOT >
                         DELAI_POINTAGE_BANQUE THEN
                         MOVE "P" TO rb_pointage
                         MOVE lb_date TO rb_datePointage
                         REWRITE tamp_fremise
                         END-REWRITE
                         MOVE 1 TO pointageTrouve
                         MOVE "RB" TO lb_typePointage
                         MOVE rb_id TO lb_refPointage
                         MOVE 0 TO WfinBanque2
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fremises.

      *>Cette méthode pointe la ligne de credit du tampon sur un
      *>reglement de l'acquereur carte (net des frais, ou brut si
      *>les frais sont preleves a part)
        POINTER_REGLEMENT_CB.
           MOVE 1 TO WfinBanque2
           OPEN I-O freglementsCarte
           PERFORM WITH TEST AFTER UNTIL WfinBanque2 = 0
               READ freglementsCarte NEXT
               AT END MOVE 0 TO WfinBanque2
               NOT AT END
                   COMPUTE montantNetCB = rgc_montant - rgc_frais
                   IF NOT REGLEMENT_CB_POINTE AND
                      (montantNetCB = lb_montant OR
                       rgc_montant = lb_montant) AND
                      rgc_date IS NUMERIC THEN
                      MOVE rgc_date TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierDatePiece
                      IF entierDatePiece NOT > entierDateBanque AND
                         entierDateBanque - entierDatePiece NOT >
                         DELAI_POINTAGE_BANQUE THEN
                         MOVE "P" TO rgc_pointage
                         MOVE lb_date TO rgc_datePointage
                         REWRITE tamp_freglementCarte
                         END-REWRITE
                         MOVE 1 TO pointageTrouve
                         MOVE "CB" TO lb_typePointage
                         MOVE rgc_date TO lb_refPointage
                         MOVE 0 TO WfinBanque2
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freglementsCarte.

      *>Cette méthode pointe la ligne de debit du tampon sur le
      *>virement d'une facture fournisseur reglee
        POINTER_FACTURE_BANQUE.
           MOVE 1 TO WfinBanque2
           OPEN I-O ffacturesFourn
           PERFORM WITH TEST AFTER UNTIL WfinBanque2 = 0
               READ ffacturesFourn NEXT
               AT END MOVE 0 TO WfinBanque2
               NOT AT END
                   IF FACTURE_PAYEE AND NOT FACTURE_POINTEE AND
                      ff_montantRegle > 0 AND
                      ff_montantRegle = lb_montant AND
                      ff_dateReglement(1:8) IS NUMERIC THEN
                      MOVE ff_dateReglement(1:8) TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierDatePiece
                      IF entierDatePiece NOT > entierDateBanque AND
                         entierDateBanque - entierDatePiece NOT >
                         DELAI_POINTAGE_BANQUE THEN
                         MOVE "P" TO ff_pointage
                         MOVE lb_date TO ff_datePointage
                         REWRITE tamp_ffactureFourn
                         END-REWRITE
                         MOVE 1 TO pointageTrouve
                         MOVE "FF" TO lb_typePointage
                         MOVE ff_id TO lb_refPointage
                         MOVE 0 TO WfinBanque2
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffacturesFourn.

      *>Cette méthode imprime le rapport de rapprochement bancaire a
      *>la date du solde du releve : solde du releve, credits et
      *>debits en transit, lignes a expliquer, solde ajuste et, si
      *>le solde comptable a ete saisi, l'ecart restant
        IMPRIMER_RAPPROCHEMENT_BANQUE.
           MOVE 0 TO totalCreditsTransit
           MOVE 0 TO totalDebitsTransit
           MOVE 0 TO totalLignesExpliquer
           MOVE 0 TO nbLignesBanqueExpliquer
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "RAPPROCHEMENT-BANQUE-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Rapprochement bancaire au " DELIMITED BY SIZE
                  dateSoldeBanque DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE soldeReleveBanque TO montantEditeBanque
           MOVE SPACES TO ligneRapport
           STRING "Solde du releve : " DELIMITED BY SIZE
                  montantEditeBanque DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "Credits en transit (remises, reglements carte) :"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinBanque
           OPEN INPUT fremises
           PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
               READ fremises NEXT
               AT END MOVE 0 TO WfinBanque
               NOT AT END
                   IF NOT REMISE_POINTEE AND
                      rb_date(1:8) NOT > dateSoldeBanque THEN
                      ADD rb_montant TO totalCreditsTransit END-ADD
                      MOVE SPACES TO ligneRapport
                      STRING "   Remise " DELIMITED BY SIZE
                             rb_id DELIMITED BY SIZE
                             " du " DELIMITED BY SIZE
                             rb_date(1:8) DELIMITED BY SIZE
                             " : " DELIMITED BY SIZE
                             rb_montant DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fremises
           MOVE 1 TO WfinBanque
           OPEN INPUT freglementsCarte
           PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
               READ freglementsCarte NEXT
               AT END MOVE 0 TO WfinBanque
               NOT AT END
                   IF NOT REGLEMENT_CB_POINTE AND
                      rgc_date NOT > dateSoldeBanque THEN
                      COMPUTE montantNetCB = rgc_montant - rgc_frais
                      ADD montantNetCB TO totalCreditsTransit END-ADD
                      MOVE SPACES TO ligneRapport
                      STRING "   Reglement carte du " DELIMITED BY SIZE
                             rgc_date DELIMITED BY SIZE
                             " : " DELIMITED BY SIZE
                             montantNetCB DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freglementsCarte
           MOVE SPACES TO ligneRapport
           STRING "   Total : " DELIMITED BY SIZE
                  totalCreditsTransit DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "Debits en transit (virements, cheques impayes) :"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinBanque
           OPEN INPUT ffacturesFourn
           PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
               READ ffacturesFourn NEXT
               AT END MOVE 0 TO WfinBanque
               NOT AT END
                   IF FACTURE_PAYEE AND NOT FACTURE_POINTEE AND
                      ff_montantRegle > 0 AND
                      ff_dateReglement(1:8) NOT > dateSoldeBanque
                      THEN
                      ADD ff_montantRegle TO totalDebitsTransit
                          END-ADD
                      MOVE SPACES TO ligneRapport
                      STRING "   Facture " DELIMITED BY SIZE
                             ff_numeroFacture DELIMITED BY "  "
                             " " DELIMITED BY SIZE
                             ff_nomFournisseur DELIMITED BY "  "
                             " reglee le " DELIMITED BY SIZE
                             ff_dateReglement(1:8) DELIMITED BY SIZE
                             " : " DELIMITED BY SIZE
                             ff_montantRegle DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffacturesFourn
           MOVE 1 TO WfinBanque
           OPEN INPUT fchequesImpayes
           PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
               READ fchequesImpayes NEXT
               AT END MOVE 0 TO WfinBanque
               NOT AT END
                   IF NOT IMPAYE_POINTE AND
                      ci_date NOT > dateSoldeBanque THEN
                      ADD ci_montant TO totalDebitsTransit END-ADD
                      MOVE SPACES TO ligneRapport
                      STRING "   Cheque impaye " DELIMITED BY SIZE
                             ci_id DELIMITED BY SIZE
                             " du " DELIMITED BY SIZE
                             ci_date DELIMITED BY SIZE
                             " : " DELIMITED BY SIZE
                             ci_montant DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fchequesImpayes
           MOVE SPACES TO ligneRapport
           STRING "   Total : " DELIMITED BY SIZE
                  totalDebitsTransit DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE "Lignes du releve a expliquer (frais, impayes...) :"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinBanque
           OPEN INPUT flignesBanque
           PERFORM WITH TEST AFTER UNTIL WfinBanque = 0
               READ flignesBanque NEXT
               AT END MOVE 0 TO WfinBanque
               NOT AT END
                   IF LIGNE_BQ_A_EXPLIQUER AND
                      lb_date NOT > dateSoldeBanque THEN
                      ADD 1 TO nbLignesBanqueExpliquer END-ADD
                      IF LIGNE_BQ_CREDIT THEN
                         ADD lb_montant TO totalLignesExpliquer
                             END-ADD
                      ELSE
                         SUBTRACT lb_montant FROM
                             totalLignesExpliquer END-SUBTRACT
                      END-IF
                      MOVE SPACES TO ligneRapport
                      STRING "   " DELIMITED BY SIZE
                             lb_date DELIMITED BY SIZE
                             " " DELIMITED BY SIZE
                             lb_libelle DELIMITED BY "  "
                             " " DELIMITED BY SIZE
                             lb_sens DELIMITED BY SIZE
                             " " DELIMITED BY SIZE
                             lb_montant DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flignesBanque
           MOVE totalLignesExpliquer TO montantEditeBanque
           MOVE SPACES TO ligneRapport
           STRING "   Total net : " DELIMITED BY SIZE
                  montantEditeBanque DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           *>Le releve, corrige de ce qui n'y est pas encore passe
           *>et de ce que les livres ignorent encore, doit retrouver
           *>le solde comptable
           COMPUTE soldeAjusteBanque =
               soldeReleveBanque + totalCreditsTransit
               - totalDebitsTransit - totalLignesExpliquer
           MOVE soldeAjusteBanque TO montantEditeBanque
           MOVE SPACES TO ligneRapport
           STRING "Solde du releve ajuste : " DELIMITED BY SIZE
                  montantEditeBanque DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF saisieSoldeComptable = SPACES THEN
              MOVE "Solde comptable non saisi" TO ligneRapport
              WRITE ligneRapport
           ELSE
              COMPUTE soldeComptableBanque =
                  FUNCTION NUMVAL(saisieSoldeComptable)
              MOVE soldeComptableBanque TO montantEditeBanque
              MOVE SPACES TO ligneRapport
              STRING "Solde comptable : " DELIMITED BY SIZE
                     montantEditeBanque DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              COMPUTE ecartSoldesBanque =
                  soldeComptableBanque - soldeAjusteBanque
              MOVE ecartSoldesBanque TO montantEditeBanque
              MOVE SPACES TO ligneRapport
              STRING "Ecart restant a analyser : " DELIMITED BY SIZE
                     montantEditeBanque DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           CLOSE frapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateSoldeBanque TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode pointe la ligne de debit du tampon sur le
      *>retour d'un cheque impaye enregistre
        POINTER_IMPAYE_BANQUE.
           MOVE 1 TO WfinBanque2
           OPEN I-O fchequesImpayes
           PERFORM WITH TEST AFTER UNTIL WfinBanque2 = 0
               READ fchequesImpayes NEXT
               AT END MOVE 0 TO WfinBanque2
               NOT AT END
                   IF NOT IMPAYE_POINTE AND
                      ci_montant = lb_montant AND
                      ci_date IS NUMERIC THEN
                      MOVE ci_date TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierDatePiece
                      *>Le cheque peut etre saisi en boutique avant
                      *>ou apres son passage sur le releve
                      IF entierDatePiece - entierDateBanque NOT >
                         DELAI_POINTAGE_BANQUE AND
                         entierDateBanque - entierDatePiece NOT >
                         DELAI_POINTAGE_BANQUE THEN
                         MOVE "P" TO ci_pointage
                         MOVE lb_date TO ci_datePointage
                         REWRITE tamp_fchequeImpaye
                         END-REWRITE
                         MOVE 1 TO pointageTrouve
                         MOVE "CI" TO lb_typePointage
                         MOVE ci_id TO lb_refPointage
                         MOVE 0 TO WfinBanque2
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fchequesImpayes.

      *>Cette méthode enregistre un cheque revenu impaye de la
      *>banque : la ligne de reglement et sa remise sont marquees,
      *>la dette est portee sur le compte du client, la
      *>contrepassation part dans l'export comptable et le client
      *>recoit une relance par la file de notifications
        ENREGISTRER_CHEQUE_IMPAYE.
           DISPLAY "Entrez l'id de la vente reglee par le cheque"
           ACCEPT idVenteImpaye
           MOVE 0 TO trouveImpaye
           MOVE 1 TO WfinImpaye
           OPEN INPUT fpaiements
           MOVE idVenteImpaye TO pg_idVente
           MOVE 0 TO pg_noLigne
           START fpaiements KEY IS NOT LESS THAN pg_cle
              INVALID KEY MOVE 0 TO WfinImpaye
              NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinImpaye = 0
                    READ fpaiements NEXT
                    AT END MOVE 0 TO WfinImpaye
                    NOT AT END
                        IF pg_idVente NOT = idVenteImpaye THEN
                           MOVE 0 TO WfinImpaye
                        ELSE
                           IF pg_modePaiement = "CH" THEN
                              MOVE 1 TO trouveImpaye
                              DISPLAY "Ligne ", pg_noLigne,
                                      " : cheque de ", pg_montant,
                                      " - remise ", pg_idRemise,
                                      " ", pg_impaye
                           END-IF
                        END-IF
                    END-READ
                 END-PERFORM
           END-START
           CLOSE fpaiements
           IF trouveImpaye = 0 THEN
              DISPLAY "Aucun cheque dans les reglements de cette"
              DISPLAY "vente"
           ELSE
              DISPLAY "Entrez le numero de ligne du cheque impaye"
              ACCEPT noLigneImpaye
              MOVE 0 TO trouveImpaye
              OPEN I-O fpaiements
              MOVE idVenteImpaye TO pg_idVente
              MOVE noLigneImpaye TO pg_noLigne
              READ fpaiements KEY IS pg_cle
                 INVALID KEY DISPLAY "Ligne de reglement inconnue"
                 NOT INVALID KEY
                    IF pg_modePaiement NOT = "CH" THEN
                       DISPLAY "Cette ligne n'est pas un cheque"
                    ELSE IF pg_idRemise = 0 THEN
                       DISPLAY "Ce cheque n'a pas ete remis en"
                       DISPLAY "banque"
                    ELSE IF CHEQUE_IMPAYE THEN
                       DISPLAY "Cet impaye est deja enregistre"
                    ELSE
                       MOVE "I" TO pg_impaye
                       REWRITE tamp_fpaiement
                       END-REWRITE
                       MOVE 1 TO trouveImpaye
                    END-IF
                    END-IF
                    END-IF
              END-READ
              CLOSE fpaiements
           END-IF
           IF trouveImpaye = 1 THEN
              PERFORM CREER_CHEQUE_IMPAYE
           END-IF.

      *>Cette méthode cree l'impaye du cheque present dans le tampon
      *>tamp_fpaiement : remise, client debiteur, ecritures et
      *>relance
        CREER_CHEQUE_IMPAYE.
           OPEN I-O fremises
           MOVE pg_idRemise TO rb_id
           READ fremises KEY IS rb_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD pg_montant TO rb_montantImpayes END-ADD
                 REWRITE tamp_fremise
                 END-REWRITE
           END-READ
           CLOSE fremises
           PERFORM TROUVER_CLIENT_IMPAYE
           MOVE "CHEQUEIMPAYE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idImpaye
           MOVE idImpaye TO ci_id
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO ci_date
           MOVE pg_idVente TO ci_idVente
           MOVE pg_noLigne TO ci_noLigne
           MOVE pg_idRemise TO ci_idRemise
           MOVE idClientImpaye TO ci_idClient
           MOVE pg_montant TO ci_montant
           MOVE SPACES TO ci_motif
           DISPLAY "Motif du rejet (provision, opposition...)"
           ACCEPT ci_motif
           MOVE "O" TO ci_statut
           MOVE SPACES TO ci_dateRegularisation
           MOVE SPACES TO ci_modeRegularisation
           MOVE SPACES TO ci_pointage
           MOVE SPACES TO ci_datePointage
           OPEN I-O fchequesImpayes
           WRITE tamp_fchequeImpaye
           END-WRITE
           CLOSE fchequesImpayes
           *>La dette est portee sur le compte du client, comme
           *>une vente sur compte
           IF idClientImpaye NOT = 0 THEN
              PERFORM OUVRIR_IO_FCLIENTS
              MOVE idClientImpaye TO fc_id
              READ fclients KEY IS fc_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD ci_montant TO fc_soldeCompte END-ADD
                    REWRITE tamp_fclient
                    END-REWRITE
                    DISPLAY "Dette portee au compte du client ",
                            fc_id, " (encours ", fc_soldeCompte, ")"
              END-READ
              CLOSE fclients
           END-IF
           *>Contrepassation de l'encaissement : la banque reprend
           *>le cheque, le client redevient debiteur
           MOVE dateRapport(1:8) TO dateEcriture
           MOVE ci_montant TO montantEcriture
           MOVE "411000" TO compteEcriture
           MOVE "D" TO sensEcriture
           PERFORM ECRIRE_ECRITURES_IMPAYE
           IF idClientImpaye NOT = 0 THEN
              MOVE idClientImpaye TO nb_client
              MOVE SPACES TO nb_mail
              MOVE "CHEQUE IMPAYE" TO nb_objet
              MOVE SPACES TO nb_texte
              STRING "Votre cheque de " DELIMITED BY SIZE
                     ci_montant DELIMITED BY SIZE
                     " (vente " DELIMITED BY SIZE
                     ci_idVente DELIMITED BY SIZE
                     ") nous est revenu impaye. Merci de le "
                     DELIMITED BY SIZE
                     "regulariser en boutique." DELIMITED BY SIZE
                     INTO nb_texte
              PERFORM DEPOSER_NOTIFICATION
           END-IF
           DISPLAY "Impaye ", ci_id, " enregistre"
           MOVE "ENREGISTRER_CHEQUE_IMPAYE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fchequesImpayes" TO journalFichier
           MOVE ci_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode retrouve le client du cheque impaye present
      *>dans le tampon tamp_fpaiement : client de la vente, ou de la
      *>commande dont la vente est reservee (acompte, echeance de
      *>plan), a defaut saisi (0 si inconnu)
        TROUVER_CLIENT_IMPAYE.
           MOVE 0 TO idClientImpaye
           OPEN INPUT fventes
           MOVE pg_idVente TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fv_client TO idClientImpaye
           END-READ
           CLOSE fventes
           IF idClientImpaye = 0 THEN
              MOVE 1 TO WfinImpaye
              OPEN INPUT fcommandes
              PERFORM WITH TEST AFTER UNTIL WfinImpaye = 0
                  READ fcommandes NEXT
                  AT END MOVE 0 TO WfinImpaye
                  NOT AT END
                      IF cmd_idVente = pg_idVente THEN
                         MOVE cmd_client TO idClientImpaye
                         MOVE 0 TO WfinImpaye
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fcommandes
           END-IF
           IF idClientImpaye = 0 THEN
              DISPLAY "Client de la vente inconnu : entrez l'id du"
              DISPLAY "client tireur du cheque (0 si inconnu)"
              ACCEPT idClientImpaye
           END-IF.

      *>Cette méthode ecrit dans l'export comptable l'ecriture d'un
      *>impaye : le compte client 411000 au sens prepare par
      *>l'appelant (debit a l'enregistrement, credit a la
      *>regularisation) contre la banque 512000, ou la caisse
      *>530000 pour une regularisation en especes
        ECRIRE_ECRITURES_IMPAYE.
           PERFORM FIXER_NOM_ECRITURES
           MOVE 0 TO nbEcrituresJour
           OPEN EXTEND fecritures
           IF cr_fecritures = 35 THEN
              OPEN OUTPUT fecritures
              MOVE "journal;date;compte;sens;montant;reference" TO
                   ligneEcriture
              WRITE ligneEcriture
           END-IF
           IF modeRegulImpaye = "ES" AND IMPAYE_REGULARISE THEN
              MOVE "OD" TO journalEcriture
           ELSE
              MOVE "BQ" TO journalEcriture
           END-IF
           MOVE SPACES TO refEcriture
           STRING "CHI-" DELIMITED BY SIZE
                  ci_id(6:10) DELIMITED BY SIZE
                  INTO refEcriture
           PERFORM ECRIRE_LIGNE_ECRITURE
           IF sensEcriture = "D" THEN
              MOVE "C" TO sensEcriture
           ELSE
              MOVE "D" TO sensEcriture
           END-IF
           IF modeRegulImpaye = "ES" AND IMPAYE_REGULARISE THEN
              MOVE "530000" TO compteEcriture
           ELSE
              MOVE "512000" TO compteEcriture
           END-IF
           PERFORM ECRIRE_LIGNE_ECRITURE
           CLOSE fecritures.

      *>Cette méthode regularise un cheque impaye : le client regle
      *>sa dette (especes, carte ou virement, jamais par cheque), la
      *>dette quitte son compte, l'ecriture part dans l'export et le
      *>reglement par cheque lui est de nouveau ouvert s'il n'a plus
      *>d'impaye
        REGULARISER_CHEQUE_IMPAYE.
           DISPLAY "Entrez l'id de l'impaye"
           ACCEPT idImpaye
           MOVE 0 TO trouveImpaye
           OPEN I-O fchequesImpayes
           MOVE idImpaye TO ci_id
           READ fchequesImpayes KEY IS ci_id
              INVALID KEY DISPLAY "Impaye inconnu"
              NOT INVALID KEY
                 IF NOT IMPAYE_OUVERT THEN
                    DISPLAY "Cet impaye est deja regularise"
                 ELSE
                    DISPLAY "Cheque de ", ci_montant, " du client ",
                            ci_idClient, " (vente ", ci_idVente, ")"
                    MOVE SPACES TO modeRegulImpaye
                    PERFORM WITH TEST AFTER UNTIL
                            modeRegulImpaye = "ES" OR
                            modeRegulImpaye = "CB" OR
                            modeRegulImpaye = "VI"
                            DISPLAY "Mode de reglement (ES/CB/VI)"
                            ACCEPT modeRegulImpaye
                    END-PERFORM
                    MOVE "R" TO ci_statut
                    MOVE FUNCTION CURRENT-DATE TO dateRapport
                    MOVE dateRapport(1:8) TO ci_dateRegularisation
                    MOVE modeRegulImpaye TO ci_modeRegularisation
                    REWRITE tamp_fchequeImpaye
                    END-REWRITE
                    MOVE 1 TO trouveImpaye
                 END-IF
           END-READ
           CLOSE fchequesImpayes
           IF trouveImpaye = 1 THEN
              IF ci_idClient NOT = 0 THEN
                 PERFORM OUVRIR_IO_FCLIENTS
                 MOVE ci_idClient TO fc_id
                 READ fclients KEY IS fc_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       SUBTRACT ci_montant FROM fc_soldeCompte
                           END-SUBTRACT
                       REWRITE tamp_fclient
                       END-REWRITE
                       DISPLAY "Nouvel encours du client : ",
                               fc_soldeCompte
                 END-READ
                 CLOSE fclients
              END-IF
              IF modeRegulImpaye = "ES" THEN
                 PERFORM ENCAISSER_ESPECES_IMPAYE
              END-IF
              MOVE dateRapport(1:8) TO dateEcriture
              MOVE ci_montant TO montantEcriture
              MOVE "411000" TO compteEcriture
              MOVE "C" TO sensEcriture
              PERFORM ECRIRE_ECRITURES_IMPAYE
              DISPLAY "Impaye regularise"
              MOVE "REGULARISER_CHEQUE_IMPAYE" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fchequesImpayes" TO journalFichier
              MOVE ci_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode enregistre l'entree de caisse d'une
      *>regularisation d'impaye en especes dans la session ouverte
        ENCAISSER_ESPECES_IMPAYE.
           PERFORM TROUVER_SESSION_OUVERTE
           IF sessionEnCours = 0 THEN
              DISPLAY "Aucune session ouverte : reglement en"
              DISPLAY "especes non rattache a une session"
           ELSE
              PERFORM WITH TEST AFTER UNTIL trouveMouvCaisse = 0
                      DISPLAY "Entrez l'id du mouvement de caisse"
                      MOVE "MOUVCAISSE" TO compteurNom
                      PERFORM OBTENIR_ID_OU_SAISIE
                      MOVE prochainId TO idMouvCaisse
                      PERFORM VERIF_ID_MOUV_CAISSE
              END-PERFORM
              MOVE idMouvCaisse TO mc_id
              MOVE sessionEnCours TO mc_idSession
              MOVE FUNCTION CURRENT-DATE TO mc_date
              MOVE "E" TO mc_sens
              MOVE ci_montant TO mc_montant
              MOVE SPACES TO mc_motif
              STRING "CHEQUE IMPAYE " DELIMITED BY SIZE
                     ci_id(6:10) DELIMITED BY SIZE
                     INTO mc_motif
              OPEN I-O fmouvCaisse
              WRITE tamp_fmouvCaisse
              END-WRITE
              CLOSE fmouvCaisse
           END-IF.

      *>Cette méthode indique (chequeRefuse) si le client de la vente
      *>en cours (fv_client) a un cheque impaye non regularise
        VERIFIER_CHEQUE_IMPAYE.
           MOVE 0 TO chequeRefuse
           IF fv_client NOT = 0 THEN
              MOVE 1 TO WfinImpaye
              OPEN INPUT fchequesImpayes
              PERFORM WITH TEST AFTER UNTIL WfinImpaye = 0
                  READ fchequesImpayes NEXT
                  AT END MOVE 0 TO WfinImpaye
                  NOT AT END
                      IF ci_idClient = fv_client AND
                         IMPAYE_OUVERT THEN
                         MOVE 1 TO chequeRefuse
                         MOVE 0 TO WfinImpaye
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fchequesImpayes
           END-IF.

      *>Cette méthode imprime le registre des cheques impayes : tous
      *>les impayes avec leur client, leur remise et leur
      *>regularisation, et les totaux ouverts et regularises
        REGISTRE_CHEQUES_IMPAYES.
           MOVE 0 TO nbImpayesOuverts
           MOVE 0 TO totalImpayesOuverts
           MOVE 0 TO nbImpayesRegul
           MOVE 0 TO totalImpayesRegul
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "REGISTRE-IMPAYES-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Registre des cheques impayes au " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Id;Date;Client;Vente;Remise;Montant;Statut;Regul."
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinImpaye
           OPEN INPUT fchequesImpayes
           PERFORM WITH TEST AFTER UNTIL WfinImpaye = 0
               READ fchequesImpayes NEXT
               AT END MOVE 0 TO WfinImpaye
               NOT AT END
                   IF IMPAYE_OUVERT THEN
                      ADD 1 TO nbImpayesOuverts END-ADD
                      ADD ci_montant TO totalImpayesOuverts END-ADD
                   ELSE
                      ADD 1 TO nbImpayesRegul END-ADD
                      ADD ci_montant TO totalImpayesRegul END-ADD
                   END-IF
                   MOVE SPACES TO ligneRapport
                   STRING ci_id(6:10) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_date DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_idClient(6:10) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_idVente(6:10) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_idRemise(6:10) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_montant DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_statut DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          ci_dateRegularisation DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ci_modeRegularisation DELIMITED BY SIZE
                          INTO ligneRapport
                   WRITE ligneRapport
                   MOVE SPACES TO ligneRapport
                   STRING "   Motif : " DELIMITED BY SIZE
                          ci_motif DELIMITED BY SIZE
                          INTO ligneRapport
                   WRITE ligneRapport
               END-READ
           END-PERFORM
           CLOSE fchequesImpayes
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Impayes ouverts : " DELIMITED BY SIZE
                  nbImpayesOuverts DELIMITED BY SIZE
                  " pour " DELIMITED BY SIZE
                  totalImpayesOuverts DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Impayes regularises : " DELIMITED BY SIZE
                  nbImpayesRegul DELIMITED BY SIZE
                  " pour " DELIMITED BY SIZE
                  totalImpayesRegul DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Impayes ouverts : ", nbImpayesOuverts, " pour ",
                   totalImpayesOuverts
           DISPLAY "Registre enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode enregistre une depense de fonctionnement de la
      *>boutique (loyer, energie, assurance, sacs et cartons de
      *>protection, location du terminal...) avec son fournisseur,
      *>sa categorie, ses montants HT et TVA, son echeance, son mode
      *>de paiement et sa recurrence eventuelle
        SAISIR_DEPENSE.
           DISPLAY "Entrez le fournisseur"
           MOVE SPACES TO dep_fournisseur
           ACCEPT dep_fournisseur
           DISPLAY "Entrez le libelle de la depense"
           MOVE SPACES TO dep_libelle
           ACCEPT dep_libelle
           PERFORM WITH TEST AFTER UNTIL DEPENSE_LOYER OR
                   DEPENSE_ENERGIE OR DEPENSE_ASSURANCE OR
                   DEPENSE_FOURNITURES OR DEPENSE_TERMINAL OR
                   DEPENSE_AUTRE
                   DISPLAY "Categorie : LO loyer, EN energie,"
                   DISPLAY "AS assurance, FO fournitures,"
                   DISPLAY "TP terminal de paiement, AU autre"
                   ACCEPT dep_categorie
           END-PERFORM
           MOVE 0 TO dep_montantHT
           PERFORM WITH TEST AFTER UNTIL dep_montantHT > 0
                   DISPLAY "Entrez le montant HT"
                   ACCEPT dep_montantHT
           END-PERFORM
           DISPLAY "Entrez le montant de TVA (0 si aucune)"
           MOVE 0 TO dep_montantTVA
           ACCEPT dep_montantTVA
           PERFORM WITH TEST AFTER UNTIL dep_modePaiement = "VI" OR
                   dep_modePaiement = "PR" OR
                   dep_modePaiement = "CH" OR
                   dep_modePaiement = "CB" OR
                   dep_modePaiement = "ES"
                   DISPLAY "Mode de paiement : VI virement,"
                   DISPLAY "PR prelevement, CH cheque, CB carte,"
                   DISPLAY "ES especes"
                   ACCEPT dep_modePaiement
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL DEPENSE_PONCTUELLE OR
                   DEPENSE_MENSUELLE OR DEPENSE_TRIMESTRIELLE OR
                   DEPENSE_ANNUELLE
                   DISPLAY "Recurrence : N aucune, M mensuelle,"
                   DISPLAY "T trimestrielle, A annuelle"
                   ACCEPT dep_recurrence
           END-PERFORM
           *>Une depense recurrente revient le meme jour de chaque
           *>periode : ce jour doit exister dans tous les mois
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Entrez la date d'echeance (AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
               IF dateValide = 1 AND NOT DEPENSE_PONCTUELLE AND
                  dateSaisieValidee(7:2) > "28" THEN
                  DISPLAY "Une depense recurrente doit echoir au"
                  DISPLAY "plus tard le 28 du mois"
                  MOVE 0 TO dateValide
               END-IF
           END-PERFORM
           MOVE dateSaisieValidee TO dep_dateEcheance
           IF DEPENSE_PONCTUELLE THEN
              MOVE SPACES TO dep_dateProchaine
           ELSE
              PERFORM FIXER_PERIODE_DEPENSE
              MOVE dep_dateEcheance TO dateCalculDepense
              PERFORM AVANCER_ECHEANCE_DEPENSE
              MOVE dateCalculDepense TO dep_dateProchaine
           END-IF
           MOVE "DEPENSE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO dep_id
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dep_dateSaisie
           MOVE 0 TO dep_idOrigine
           MOVE "A" TO dep_statut
           MOVE SPACES TO dep_datePaiement
           OPEN I-O fdepenses
           WRITE tamp_fdepense
           END-WRITE
           CLOSE fdepenses
           DISPLAY "Depense enregistree sous l'id ", dep_id
           IF NOT DEPENSE_PONCTUELLE THEN
              DISPLAY "Prochaine echeance : ", dep_dateProchaine
           END-IF
           MOVE "SAISIR_DEPENSE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fdepenses" TO journalFichier
           MOVE dep_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode donne le nombre de mois entre deux echeances de
      *>la depense du tampon tamp_fdepense
        FIXER_PERIODE_DEPENSE.
           EVALUATE TRUE
               WHEN DEPENSE_MENSUELLE MOVE 1 TO nbMoisRecurrence
               WHEN DEPENSE_TRIMESTRIELLE MOVE 3 TO nbMoisRecurrence
               WHEN DEPENSE_ANNUELLE MOVE 12 TO nbMoisRecurrence
               WHEN OTHER MOVE 0 TO nbMoisRecurrence
           END-EVALUATE.

      *>Cette méthode avance la date dateCalculDepense de
      *>nbMoisRecurrence mois, le jour restant inchange
        AVANCER_ECHEANCE_DEPENSE.
           ADD nbMoisRecurrence TO moisCalculDep END-ADD
           IF moisCalculDep > 12 THEN
              SUBTRACT 12 FROM moisCalculDep END-SUBTRACT
              ADD 1 TO anCalculDep END-ADD
           END-IF.

      *>Cette méthode enregistre le paiement d'une depense a payer ;
      *>une depense reglee en especes sort du tiroir de la session
      *>ouverte
        PAYER_DEPENSE.
           DISPLAY "Entrez l'id de la depense"
           ACCEPT idDepense
           MOVE 0 TO trouveDepense
           OPEN I-O fdepenses
           MOVE idDepense TO dep_id
           READ fdepenses KEY IS dep_id
              INVALID KEY DISPLAY "Depense inconnue"
              NOT INVALID KEY
                 IF NOT DEPENSE_A_PAYER THEN
                    DISPLAY "Cette depense est deja payee"
                 ELSE
                    COMPUTE montantTTCDepense =
                        dep_montantHT + dep_montantTVA
                    DISPLAY dep_libelle, " - ", dep_fournisseur
                    DISPLAY "Montant TTC : ", montantTTCDepense,
                            " - echeance : ", dep_dateEcheance
                    DISPLAY "Mode de paiement prevu : ",
                            dep_modePaiement
                    DISPLAY "Mode effectif (ENTREE = prevu) :"
                    DISPLAY "VI, PR, CH, CB ou ES"
                    MOVE SPACES TO modePaiementDep
                    ACCEPT modePaiementDep
                    IF modePaiementDep = "VI" OR modePaiementDep = "PR"
                       OR modePaiementDep = "CH" OR
                       modePaiementDep = "CB" OR
                       modePaiementDep = "ES" THEN
                       MOVE modePaiementDep TO dep_modePaiement
                    END-IF
                    MOVE "P" TO dep_statut
                    MOVE FUNCTION CURRENT-DATE TO dateRapport
                    MOVE dateRapport(1:8) TO dep_datePaiement
                    REWRITE tamp_fdepense
                    END-REWRITE
                    MOVE 1 TO trouveDepense
                 END-IF
           END-READ
           CLOSE fdepenses
           IF trouveDepense = 1 THEN
              IF dep_modePaiement = "ES" THEN
                 PERFORM DECAISSER_ESPECES_DEPENSE
              END-IF
              DISPLAY "Depense payee"
              MOVE "PAYER_DEPENSE" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fdepenses" TO journalFichier
              MOVE dep_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode enregistre la sortie de caisse d'une depense
      *>payee en especes dans la session ouverte
        DECAISSER_ESPECES_DEPENSE.
           PERFORM TROUVER_SESSION_OUVERTE
           IF sessionEnCours = 0 THEN
              DISPLAY "Aucune session ouverte : paiement en"
              DISPLAY "especes non rattache a une session"
           ELSE
              PERFORM WITH TEST AFTER UNTIL trouveMouvCaisse = 0
                      DISPLAY "Entrez l'id du mouvement de caisse"
                      MOVE "MOUVCAISSE" TO compteurNom
                      PERFORM OBTENIR_ID_OU_SAISIE
                      MOVE prochainId TO idMouvCaisse
                      PERFORM VERIF_ID_MOUV_CAISSE
              END-PERFORM
              MOVE idMouvCaisse TO mc_id
              MOVE sessionEnCours TO mc_idSession
              MOVE FUNCTION CURRENT-DATE TO mc_date
              MOVE "S" TO mc_sens
              COMPUTE mc_montant = dep_montantHT + dep_montantTVA
              MOVE SPACES TO mc_motif
              STRING "DEPENSE " DELIMITED BY SIZE
                     dep_id(6:10) DELIMITED BY SIZE
                     INTO mc_motif
              OPEN I-O fmouvCaisse
              WRITE tamp_fmouvCaisse
              END-WRITE
              CLOSE fmouvCaisse
           END-IF.

      *>Cette méthode arrete une depense recurrente (bail resilie,
      *>contrat termine) : plus aucune echeance n'en sera creee
        ARRETER_DEPENSE_RECURRENTE.
           DISPLAY "Entrez l'id de la depense recurrente"
           ACCEPT idDepense
           MOVE 0 TO trouveDepense
           OPEN I-O fdepenses
           MOVE idDepense TO dep_id
           READ fdepenses KEY IS dep_id
              INVALID KEY DISPLAY "Depense inconnue"
              NOT INVALID KEY
                 IF DEPENSE_PONCTUELLE THEN
                    DISPLAY "Cette depense n'est pas recurrente"
                 ELSE
                    MOVE "N" TO dep_recurrence
                    MOVE SPACES TO dep_dateProchaine
                    REWRITE tamp_fdepense
                    END-REWRITE
                    MOVE 1 TO trouveDepense
                 END-IF
           END-READ
           CLOSE fdepenses
           IF trouveDepense = 1 THEN
              DISPLAY "Recurrence arretee"
              MOVE "ARRETER_DEPENSE_RECURRENTE" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fdepenses" TO journalFichier
              MOVE dep_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode cree les echeances des depenses recurrentes
      *>arrivees a terme : chaque periode echue de la depense
      *>d'origine donne une depense a payer, comptabilisee le jour
      *>de sa creation ; les periodes manquees (cloture non faite)
      *>sont rattrapees
        GENERER_DEPENSES_RECURRENTES.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE 0 TO nbDepensesCreees
           MOVE 0 TO idDepenseCourante
           MOVE 1 TO WfinDepense
           PERFORM UNTIL WfinDepense = 0
               PERFORM CHERCHER_DEPENSE_ECHUE
               IF depenseADupliquer = 1 THEN
                  PERFORM CREER_ECHEANCES_DEPENSE
               END-IF
           END-PERFORM
           DISPLAY "Echeances de depenses creees : ",
                   nbDepensesCreees.

      *>Cette méthode cherche, apres la depense idDepenseCourante, la
      *>prochaine depense recurrente dont l'echeance est arrivee
        CHERCHER_DEPENSE_ECHUE.
           MOVE 0 TO depenseADupliquer
           OPEN INPUT fdepenses
           MOVE idDepenseCourante TO dep_id
           START fdepenses KEY IS > dep_id
              INVALID KEY MOVE 0 TO WfinDepense
           END-START
           PERFORM UNTIL WfinDepense = 0 OR depenseADupliquer = 1
               READ fdepenses NEXT
               AT END MOVE 0 TO WfinDepense
               NOT AT END
                   MOVE dep_id TO idDepenseCourante
                   IF NOT DEPENSE_PONCTUELLE AND
                      dep_dateProchaine NOT > dateRapport(1:8) THEN
                      MOVE 1 TO depenseADupliquer
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdepenses.

      *>Cette méthode cree les echeances echues de la depense
      *>recurrente idDepenseCourante et avance sa prochaine echeance
        CREER_ECHEANCES_DEPENSE.
           OPEN I-O fdepenses
           MOVE idDepenseCourante TO dep_id
           READ fdepenses KEY IS dep_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE tamp_fdepense TO modeleDepense
                 PERFORM FIXER_PERIODE_DEPENSE
                 MOVE dep_dateProchaine TO dateCalculDepense
                 PERFORM UNTIL dateCalculDepense > dateRapport(1:8)
                     MOVE modeleDepense TO tamp_fdepense
                     MOVE "DEPENSE" TO compteurNom
                     PERFORM OBTENIR_PROCHAIN_ID
                     MOVE prochainId TO dep_id
                     MOVE dateRapport(1:8) TO dep_dateSaisie
                     MOVE dateCalculDepense TO dep_dateEcheance
                     MOVE "N" TO dep_recurrence
                     MOVE SPACES TO dep_dateProchaine
                     MOVE idDepenseCourante TO dep_idOrigine
                     MOVE "A" TO dep_statut
                     MOVE SPACES TO dep_datePaiement
                     WRITE tamp_fdepense
                     END-WRITE
                     ADD 1 TO nbDepensesCreees END-ADD
                     PERFORM AVANCER_ECHEANCE_DEPENSE
                 END-PERFORM
                 MOVE modeleDepense TO tamp_fdepense
                 MOVE dateCalculDepense TO dep_dateProchaine
                 REWRITE tamp_fdepense
                 END-REWRITE
           END-READ
           CLOSE fdepenses.

      *>Cette méthode donne le compte de charge de la categorie de
      *>la depense du tampon tamp_fdepense
        FIXER_COMPTE_CHARGE.
           EVALUATE TRUE
               WHEN DEPENSE_LOYER MOVE "613200" TO compteCharge
               WHEN DEPENSE_ENERGIE MOVE "606100" TO compteCharge
               WHEN DEPENSE_ASSURANCE MOVE "616000" TO compteCharge
               WHEN DEPENSE_FOURNITURES MOVE "602600" TO compteCharge
               WHEN DEPENSE_TERMINAL MOVE "613500" TO compteCharge
               WHEN DEPENSE_COMMISSION_PM MOVE "622200" TO compteCharge
               WHEN OTHER MOVE "628000" TO compteCharge
           END-EVALUATE.

      *>Cette méthode ecrit dans l'export du jour (fecritures deja
      *>ouvert) les ecritures des depenses : charge HT, TVA
      *>deductible et dette fournisseur pour les depenses creees ce
      *>jour, reglement de la dette pour celles payees ce jour (par
      *>la banque, la caisse pour les especes, ou le compte
      *>d'attente de la place de marche pour la commission qu'elle
      *>retient sur son versement)
        EXPORTER_ECRITURES_DEPENSES.
           MOVE 1 TO WfinDepense
           OPEN INPUT fdepenses
           PERFORM WITH TEST AFTER UNTIL WfinDepense = 0
               READ fdepenses NEXT
               AT END MOVE 0 TO WfinDepense
               NOT AT END
                   COMPUTE montantTTCDepense =
                       dep_montantHT + dep_montantTVA
                   MOVE SPACES TO refEcriture
                   STRING "DEP-" DELIMITED BY SIZE
                          dep_id(6:10) DELIMITED BY SIZE
                          INTO refEcriture
                   IF dep_dateSaisie = dateEcriture THEN
                      PERFORM FIXER_COMPTE_CHARGE
                      MOVE "AC" TO journalEcriture
                      MOVE compteCharge TO compteEcriture
                      MOVE "D" TO sensEcriture
                      MOVE dep_montantHT TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                      IF dep_montantTVA > 0 THEN
                         MOVE "445660" TO compteEcriture
                         MOVE "D" TO sensEcriture
                         MOVE dep_montantTVA TO montantEcriture
                         PERFORM ECRIRE_LIGNE_ECRITURE
                      END-IF
                      MOVE "401000" TO compteEcriture
                      MOVE "C" TO sensEcriture
                      MOVE montantTTCDepense TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                   END-IF
                   IF DEPENSE_PAYEE AND
                      dep_datePaiement = dateEcriture THEN
                      IF dep_modePaiement = "ES" OR
                         dep_modePaiement = "PM" THEN
                         MOVE "OD" TO journalEcriture
                      ELSE
                         MOVE "BQ" TO journalEcriture
                      END-IF
                      MOVE "401000" TO compteEcriture
                      MOVE "D" TO sensEcriture
                      MOVE montantTTCDepense TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                      EVALUATE dep_modePaiement
                          WHEN "ES" MOVE "530000" TO compteEcriture
                          WHEN "PM" MOVE "467100" TO compteEcriture
                          WHEN OTHER MOVE "512000" TO compteEcriture
                      END-EVALUATE
                      MOVE "C" TO sensEcriture
                      MOVE montantTTCDepense TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdepenses.

      *>Cette méthode porte sur les semaines de la prevision de
      *>tresorerie les depenses a payer (a leur echeance) et les
      *>echeances a venir des depenses recurrentes
        PREVOIR_DEPENSES.
           MOVE 0 TO totalDepensesPrev
           COMPUTE entierLimitePrev = entierDateJour + 56
           MOVE 1 TO WfinDepense
           OPEN INPUT fdepenses
           PERFORM WITH TEST AFTER UNTIL WfinDepense = 0
               READ fdepenses NEXT
               AT END MOVE 0 TO WfinDepense
               NOT AT END
                   COMPUTE montantTTCDepense =
                       dep_montantHT + dep_montantTVA
                   IF DEPENSE_A_PAYER AND
                      dep_dateEcheance IS NUMERIC THEN
                      MOVE dep_dateEcheance TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierEcheancePrev
                      PERFORM VENTILER_DEPENSE_PREVISION
                   END-IF
                   IF NOT DEPENSE_PONCTUELLE AND
                      dep_dateProchaine IS NUMERIC THEN
                      PERFORM FIXER_PERIODE_DEPENSE
                      MOVE dep_dateProchaine TO dateCalculDepense
                      MOVE dateCalculDepenseNum TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierEcheancePrev
                      PERFORM UNTIL entierEcheancePrev >
                              entierLimitePrev
                          PERFORM VENTILER_DEPENSE_PREVISION
                          PERFORM AVANCER_ECHEANCE_DEPENSE
                          MOVE dateCalculDepenseNum TO dateJourNum
                          MOVE FUNCTION INTEGER-OF-DATE(dateJourNum)
                               TO entierEcheancePrev
                      END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdepenses.

      *>Cette méthode ajoute le montant TTC de la depense a la
      *>semaine de la prevision ou tombe l'echeance
      *>entierEcheancePrev (une echeance passee pese sur la
      *>premiere semaine)
        VENTILER_DEPENSE_PREVISION.
           COMPUTE idxSemainePrev =
               (entierEcheancePrev - entierDateJour + 6) / 7
           IF entierEcheancePrev < entierDateJour THEN
              MOVE 1 TO idxSemainePrev
           END-IF
           IF idxSemainePrev < 1 THEN
              MOVE 1 TO idxSemainePrev
           END-IF
           IF idxSemainePrev NOT > 8 THEN
              ADD montantTTCDepense TO
                  ptDecaissements(idxSemainePrev) END-ADD
              ADD montantTTCDepense TO totalDepensesPrev END-ADD
           END-IF.

      *>Cette méthode inscrit une immobilisation au registre : son
      *>libelle, sa categorie (compte d'immobilisation), sa date
      *>d'acquisition, son cout HT, sa duree d'utilisation et sa
      *>methode d'amortissement
        SAISIR_IMMOBILISATION.
           DISPLAY "Entrez le libelle de l'immobilisation"
           MOVE SPACES TO im_libelle
           ACCEPT im_libelle
           PERFORM WITH TEST AFTER UNTIL IMMO_MATERIEL OR
                   IMMO_MOBILIER OR IMMO_INFORMATIQUE
                   DISPLAY "Categorie : E materiel, M mobilier et"
                   DISPLAY "agencement, I informatique"
                   ACCEPT im_categorie
           END-PERFORM
           MOVE 0 TO dateValide
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Entrez la date d'acquisition (AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO im_dateAcquisition
           MOVE 0 TO im_cout
           PERFORM WITH TEST AFTER UNTIL im_cout > 0
                   DISPLAY "Entrez le cout d'acquisition HT"
                   ACCEPT im_cout
           END-PERFORM
           MOVE 0 TO im_dureeAns
           PERFORM WITH TEST AFTER UNTIL im_dureeAns > 0
                   DISPLAY "Entrez la duree d'utilisation (annees)"
                   ACCEPT im_dureeAns
           END-PERFORM
           *>Le degressif n'est ouvert qu'aux biens de trois ans et
           *>plus
           PERFORM WITH TEST AFTER UNTIL AMORT_LINEAIRE OR
                   (AMORT_DEGRESSIF AND im_dureeAns >= 3)
                   DISPLAY "Methode : L lineaire, D degressif"
                   DISPLAY "(degressif : duree de 3 ans minimum)"
                   ACCEPT im_methode
           END-PERFORM
           MOVE "S" TO im_statut
           MOVE SPACES TO im_dateCession
           MOVE 0 TO im_prixCession
           MOVE 0 TO im_amortCumule
           MOVE 0 TO im_dernierExercice
           MOVE "IMMOBILISATION" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO im_id
           OPEN I-O fimmobilisations
           WRITE tamp_fimmobilisation
           END-WRITE
           CLOSE fimmobilisations
           DISPLAY "Immobilisation enregistree sous l'id ", im_id
           MOVE "SAISIR_IMMOBILISATION" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fimmobilisations" TO journalFichier
           MOVE im_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode enregistre la sortie d'une immobilisation
      *>(vente, mise au rebut) avec sa date et son prix de cession ;
      *>la derniere dotation et les ecritures de cession partent a
      *>la cloture de l'exercice de la sortie
        CEDER_IMMOBILISATION.
           DISPLAY "Entrez l'id de l'immobilisation"
           ACCEPT idImmo
           MOVE 0 TO trouveImmo
           OPEN INPUT fimmobilisations
           MOVE idImmo TO im_id
           READ fimmobilisations KEY IS im_id
              INVALID KEY DISPLAY "Immobilisation inconnue"
              NOT INVALID KEY
                 IF IMMO_CEDEE THEN
                    DISPLAY "Cette immobilisation est deja sortie"
                 ELSE
                    MOVE 1 TO trouveImmo
                 END-IF
           END-READ
           CLOSE fimmobilisations
           IF trouveImmo = 1 THEN
              DISPLAY im_libelle, " acquise le ", im_dateAcquisition
              MOVE 0 TO dateValide
              PERFORM WITH TEST AFTER UNTIL dateValide = 1
                  DISPLAY "Entrez la date de sortie (AAAAMMJJ)"
                  ACCEPT dateSaisieValidee
                  PERFORM VALIDER_DATE_SAISIE
                  IF dateValide = 1 AND
                     dateSaisieValidee < im_dateAcquisition THEN
                     DISPLAY "La sortie precede l'acquisition"
                     MOVE 0 TO dateValide
                  END-IF
                  IF dateValide = 1 THEN
                     MOVE dateSaisieValidee TO dateSystemePromo
                     PERFORM VERIF_DATE_NON_CLOTUREE
                     IF dateSaisieRefusee = 1 THEN
                        MOVE 0 TO dateValide
                     END-IF
                  END-IF
              END-PERFORM
              DISPLAY "Entrez le prix de cession HT (0 si rebut)"
              MOVE 0 TO im_prixCession
              ACCEPT im_prixCession
              MOVE dateSaisieValidee TO im_dateCession
              MOVE "C" TO im_statut
              OPEN I-O fimmobilisations
              REWRITE tamp_fimmobilisation
              END-REWRITE
              CLOSE fimmobilisations
              DISPLAY "Sortie enregistree"
              MOVE "CEDER_IMMOBILISATION" TO journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fimmobilisations" TO journalFichier
              MOVE im_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode deroule le plan d'amortissement de
      *>l'immobilisation du tampon tamp_fimmobilisation jusqu'a
      *>l'annee anCibleImmo (ou sa sortie) : dotationCibleImmo
      *>ressort avec la dotation de l'annee cible, cumulImmo et
      *>vncImmo avec le cumul et la valeur nette en fin d'annee ;
      *>chaque annee est ecrite au rapport si ecrirePlanImmo = 1
        CALCULER_PLAN_IMMO.
           MOVE im_dateAcquisition(1:4) TO anAcquisitionImmo
           IF IMMO_CEDEE THEN
              MOVE im_dateCession(1:4) TO anCessionImmo
           ELSE
              MOVE 9999 TO anCessionImmo
           END-IF
           MOVE im_cout TO vncImmo
           MOVE 0 TO cumulImmo
           MOVE 0 TO dotationCibleImmo
           COMPUTE moisRestantsImmo = im_dureeAns * 12
           *>Taux degressif : taux lineaire majore de 1,25, 1,75 ou
           *>2,25 selon la duree
           MOVE 0 TO tauxDegressifImmo
           IF AMORT_DEGRESSIF THEN
              IF im_dureeAns > 6 THEN
                 COMPUTE tauxDegressifImmo ROUNDED =
                     2.25 / im_dureeAns
              ELSE
                 IF im_dureeAns > 4 THEN
                    COMPUTE tauxDegressifImmo ROUNDED =
                        1.75 / im_dureeAns
                 ELSE
                    COMPUTE tauxDegressifImmo ROUNDED =
                        1.25 / im_dureeAns
                 END-IF
              END-IF
           END-IF
           MOVE anAcquisitionImmo TO anAmortImmo
           PERFORM UNTIL anAmortImmo > anCibleImmo OR
                   anAmortImmo > anCessionImmo OR vncImmo = 0
               PERFORM AMORTIR_ANNEE_IMMO
               ADD 1 TO anAmortImmo END-ADD
           END-PERFORM.

      *>Cette méthode calcule la dotation de l'annee anAmortImmo au
      *>prorata des mois d'utilisation (mois d'acquisition et mois
      *>de sortie compris) : en degressif, l'annuite lineaire sur
      *>les mois restants est retenue des qu'elle depasse l'annuite
      *>degressive ; la derniere annee solde la valeur nette
        AMORTIR_ANNEE_IMMO.
           MOVE 1 TO moisDebutImmo
           MOVE 12 TO moisFinImmo
           IF anAmortImmo = anAcquisitionImmo THEN
              MOVE im_dateAcquisition(5:2) TO moisDebutImmo
           END-IF
           IF anAmortImmo = anCessionImmo THEN
              MOVE im_dateCession(5:2) TO moisFinImmo
           END-IF
           COMPUTE moisAnneeImmo = moisFinImmo - moisDebutImmo + 1
           IF moisAnneeImmo >= moisRestantsImmo THEN
              MOVE vncImmo TO dotationImmo
              MOVE 0 TO moisRestantsImmo
           ELSE
              COMPUTE dotationLineaireImmo ROUNDED =
                  vncImmo * moisAnneeImmo / moisRestantsImmo
              IF AMORT_DEGRESSIF THEN
                 COMPUTE dotationImmo ROUNDED =
                     vncImmo * tauxDegressifImmo * moisAnneeImmo
                     / 12
                 IF dotationLineaireImmo > dotationImmo THEN
                    MOVE dotationLineaireImmo TO dotationImmo
                 END-IF
              ELSE
                 MOVE dotationLineaireImmo TO dotationImmo
              END-IF
              SUBTRACT moisAnneeImmo FROM moisRestantsImmo
                  END-SUBTRACT
           END-IF
           ADD dotationImmo TO cumulImmo END-ADD
           SUBTRACT dotationImmo FROM vncImmo END-SUBTRACT
           IF anAmortImmo = anCibleImmo THEN
              MOVE dotationImmo TO dotationCibleImmo
           END-IF
           IF ecrirePlanImmo = 1 THEN
              MOVE SPACES TO ligneRapport
              STRING anAmortImmo DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     moisAnneeImmo DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     dotationImmo DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     cumulImmo DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     vncImmo DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode imprime le plan d'amortissement complet d'une
      *>immobilisation, annee par annee jusqu'a sa fin (ou sa
      *>sortie)
        IMPRIMER_PLAN_AMORTISSEMENT.
           DISPLAY "Entrez l'id de l'immobilisation"
           ACCEPT idImmo
           MOVE 0 TO trouveImmo
           OPEN INPUT fimmobilisations
           MOVE idImmo TO im_id
           READ fimmobilisations KEY IS im_id
              INVALID KEY DISPLAY "Immobilisation inconnue"
              NOT INVALID KEY MOVE 1 TO trouveImmo
           END-READ
           CLOSE fimmobilisations
           IF trouveImmo = 1 THEN
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE SPACES TO nomRapport
              STRING "PLAN-AMORT-" DELIMITED BY SIZE
                     im_id(6:10) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Plan d'amortissement : " DELIMITED BY SIZE
                     im_libelle DELIMITED BY "  "
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE im_cout TO montantEditeImmo
              MOVE SPACES TO ligneRapport
              STRING "Acquisition le " DELIMITED BY SIZE
                     im_dateAcquisition DELIMITED BY SIZE
                     " pour " DELIMITED BY SIZE
                     montantEditeImmo DELIMITED BY SIZE
                     " - duree " DELIMITED BY SIZE
                     im_dureeAns DELIMITED BY SIZE
                     " ans - methode " DELIMITED BY SIZE
                     im_methode DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              IF IMMO_CEDEE THEN
                 MOVE im_prixCession TO montantEditeImmo
                 MOVE SPACES TO ligneRapport
                 STRING "Sortie le " DELIMITED BY SIZE
                        im_dateCession DELIMITED BY SIZE
                        " pour " DELIMITED BY SIZE
                        montantEditeImmo DELIMITED BY SIZE
                        INTO ligneRapport
                 WRITE ligneRapport
              END-IF
              MOVE "Annee;Mois;Dotation;Cumul;Valeur nette"
                   TO ligneRapport
              WRITE ligneRapport
              MOVE 9999 TO anCibleImmo
              MOVE 1 TO ecrirePlanImmo
              PERFORM CALCULER_PLAN_IMMO
              MOVE 0 TO ecrirePlanImmo
              CLOSE frapport
              DISPLAY "Plan enregistre dans :"
              DISPLAY nomRapport
              MOVE "RAPPORT" TO typeDocument
              MOVE nomRapport TO nomBackup
              MOVE im_id TO referenceDocument
              PERFORM ENREGISTRER_DOCUMENT
           END-IF.

      *>Cette méthode imprime le registre des immobilisations a la
      *>fin d'une annee pour le bilan : valeur brute, amortissements
      *>cumules et valeur nette comptable de chaque bien en service
      *>a cette date, avec les totaux
        REGISTRE_IMMOBILISATIONS.
           DISPLAY "Registre arrete au 31/12 de l'annee :"
           ACCEPT anCibleImmo
           MOVE 0 TO totalBrutImmo
           MOVE 0 TO totalCumulImmo
           MOVE 0 TO totalVncImmo
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "REGISTRE-IMMOS-" DELIMITED BY SIZE
                  anCibleImmo DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Registre des immobilisations au 31/12/"
                  DELIMITED BY SIZE
                  anCibleImmo DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Id;Libelle;Acquisition;Brut;Amortissements;Net"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 0 TO ecrirePlanImmo
           MOVE 1 TO WfinImmo
           OPEN INPUT fimmobilisations
           PERFORM WITH TEST AFTER UNTIL WfinImmo = 0
               READ fimmobilisations NEXT
               AT END MOVE 0 TO WfinImmo
               NOT AT END
                   MOVE im_dateAcquisition(1:4) TO anAcquisitionImmo
                   MOVE 9999 TO anCessionImmo
                   IF IMMO_CEDEE THEN
                      MOVE im_dateCession(1:4) TO anCessionImmo
                   END-IF
                   IF anAcquisitionImmo NOT > anCibleImmo AND
                      anCessionImmo > anCibleImmo THEN
                      PERFORM CALCULER_PLAN_IMMO
                      ADD im_cout TO totalBrutImmo END-ADD
                      ADD cumulImmo TO totalCumulImmo END-ADD
                      ADD vncImmo TO totalVncImmo END-ADD
                      MOVE SPACES TO ligneRapport
                      STRING im_id(6:10) DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             im_libelle DELIMITED BY "  "
                             ";" DELIMITED BY SIZE
                             im_dateAcquisition DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             im_cout DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             cumulImmo DELIMITED BY SIZE
                             ";" DELIMITED BY SIZE
                             vncImmo DELIMITED BY SIZE
                             INTO ligneRapport
                      WRITE ligneRapport
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fimmobilisations
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Valeur brute : " DELIMITED BY SIZE
                  totalBrutImmo DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Amortissements cumules : " DELIMITED BY SIZE
                  totalCumulImmo DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Valeur nette comptable : " DELIMITED BY SIZE
                  totalVncImmo DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Valeur brute : ", totalBrutImmo
           DISPLAY "Amortissements cumules : ", totalCumulImmo
           DISPLAY "Valeur nette comptable : ", totalVncImmo
           DISPLAY "Registre enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE anCibleImmo TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode passe, a la cloture de l'exercice anExercice,
      *>les dotations aux amortissements de l'annee (et tout retard
      *>par rapport au plan) puis les ecritures de sortie des biens
      *>cedes dans l'annee ; le detail est ecrit dans un rapport
        DOTER_AMORTISSEMENTS_EXERCICE.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateEcriture
           MOVE 0 TO totalDotationsExo
           MOVE 0 TO nbImmoDotees
           PERFORM FIXER_NOM_ECRITURES
           MOVE 0 TO nbEcrituresJour
           OPEN EXTEND fecritures
           IF cr_fecritures = 35 THEN
              OPEN OUTPUT fecritures
              MOVE "journal;date;compte;sens;montant;reference" TO
                   ligneEcriture
              WRITE ligneEcriture
           END-IF
           MOVE SPACES TO nomRapport
           STRING "AMORTISSEMENTS-" DELIMITED BY SIZE
                  anExercice DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Dotations aux amortissements, exercice "
                  DELIMITED BY SIZE
                  anExercice DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE anExercice TO anCibleImmo
           MOVE 0 TO ecrirePlanImmo
           MOVE 1 TO WfinImmo
           OPEN I-O fimmobilisations
           PERFORM WITH TEST AFTER UNTIL WfinImmo = 0
               READ fimmobilisations NEXT
               AT END MOVE 0 TO WfinImmo
               NOT AT END
                   MOVE im_dateAcquisition(1:4) TO anAcquisitionImmo
                   IF anAcquisitionImmo NOT > anExercice AND
                      im_dernierExercice < anExercice THEN
                      PERFORM DOTER_IMMOBILISATION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fimmobilisations
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Biens amortis : " DELIMITED BY SIZE
                  nbImmoDotees DELIMITED BY SIZE
                  " - dotations : " DELIMITED BY SIZE
                  totalDotationsExo DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           CLOSE fecritures
           DISPLAY "Dotations aux amortissements : ",
                   totalDotationsExo, " (", nbImmoDotees,
                   " bien(s))"
           DISPLAY "Detail enregistre dans : ", nomRapport.

      *>Cette méthode passe la dotation de l'exercice de
      *>l'immobilisation du tampon (fimmobilisations ouvert en I-O,
      *>fecritures et frapport ouverts) et, si elle est sortie dans
      *>l'exercice, ses ecritures de cession ; le cumul amorti est
      *>mis a jour
        DOTER_IMMOBILISATION.
           PERFORM CALCULER_PLAN_IMMO
           EVALUATE TRUE
               WHEN IMMO_MOBILIER MOVE "218400" TO compteImmo
               WHEN IMMO_INFORMATIQUE MOVE "218300" TO compteImmo
               WHEN OTHER MOVE "215400" TO compteImmo
           END-EVALUATE
           MOVE "28" TO compteAmortImmo
           MOVE compteImmo(2:4) TO compteAmortImmo(3:4)
           MOVE "OD" TO journalEcriture
           MOVE SPACES TO refEcriture
           STRING "AMO-" DELIMITED BY SIZE
                  im_id(6:10) DELIMITED BY SIZE
                  INTO refEcriture
           IF cumulImmo > im_amortCumule THEN
              COMPUTE dotationImmo = cumulImmo - im_amortCumule
              MOVE "681120" TO compteEcriture
              MOVE "D" TO sensEcriture
              MOVE dotationImmo TO montantEcriture
              PERFORM ECRIRE_LIGNE_ECRITURE
              MOVE compteAmortImmo TO compteEcriture
              MOVE "C" TO sensEcriture
              MOVE dotationImmo TO montantEcriture
              PERFORM ECRIRE_LIGNE_ECRITURE
              ADD dotationImmo TO totalDotationsExo END-ADD
              ADD 1 TO nbImmoDotees END-ADD
              MOVE SPACES TO ligneRapport
              STRING im_id(6:10) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     im_libelle DELIMITED BY "  "
                     " : dotation " DELIMITED BY SIZE
                     dotationImmo DELIMITED BY SIZE
                     " - net " DELIMITED BY SIZE
                     vncImmo DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           *>Sortie dans l'exercice : le bien et ses amortissements
           *>sont soldes, la valeur nette part en charge et le prix
           *>de cession en produit
           IF IMMO_CEDEE AND anCessionImmo = anExercice THEN
              MOVE "CES-" TO refEcriture(1:4)
              MOVE compteAmortImmo TO compteEcriture
              MOVE "D" TO sensEcriture
              MOVE cumulImmo TO montantEcriture
              PERFORM ECRIRE_LIGNE_ECRITURE
              IF vncImmo > 0 THEN
                 MOVE "675000" TO compteEcriture
                 MOVE "D" TO sensEcriture
                 MOVE vncImmo TO montantEcriture
                 PERFORM ECRIRE_LIGNE_ECRITURE
              END-IF
              MOVE compteImmo TO compteEcriture
              MOVE "C" TO sensEcriture
              MOVE im_cout TO montantEcriture
              PERFORM ECRIRE_LIGNE_ECRITURE
              IF im_prixCession > 0 THEN
                 MOVE "462000" TO compteEcriture
                 MOVE "D" TO sensEcriture
                 MOVE im_prixCession TO montantEcriture
                 PERFORM ECRIRE_LIGNE_ECRITURE
                 MOVE "775000" TO compteEcriture
                 MOVE "C" TO sensEcriture
                 MOVE im_prixCession TO montantEcriture
                 PERFORM ECRIRE_LIGNE_ECRITURE
              END-IF
              MOVE SPACES TO ligneRapport
              STRING im_id(6:10) DELIMITED BY SIZE
                     " sorti le " DELIMITED BY SIZE
                     im_dateCession DELIMITED BY SIZE
                     " - valeur nette " DELIMITED BY SIZE
                     vncImmo DELIMITED BY SIZE
                     " - prix " DELIMITED BY SIZE
                     im_prixCession DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           MOVE cumulImmo TO im_amortCumule
           MOVE anExercice TO im_dernierExercice
           REWRITE tamp_fimmobilisation
           END-REWRITE.

      *>Cette méthode produit, pour un exercice clos dans
      *>fexercices, le fichier des ecritures comptables (FEC) exige
      *>en cas de controle fiscal : toutes les ecritures de
      *>l'exercice sont reconstituees depuis les ventes (en cours et
      *>archivees), les achats, la caisse, les remises en banque, les
      *>factures et avoirs fournisseur, les bons d'achat, la
      *>provision et les amortissements, triees par journal et par
      *>date, numerotees sans rupture et datees de la validation de
      *>la cloture. Les controles d'usage (equilibre des ecritures,
      *>continuite des numeros, dates dans l'exercice) sont edites
      *>avec les totaux par journal dans un rapport de controle
        GENERER_FEC.
           DISPLAY "Entrez l'annee de l'exercice a exporter"
           ACCEPT anneeFec
           MOVE 0 TO trouveExerciceFec
           OPEN INPUT fexercices
           MOVE anneeFec TO ex_annee
           READ fexercices
              INVALID KEY MOVE 0 TO trouveExerciceFec
              NOT INVALID KEY MOVE 1 TO trouveExerciceFec
           END-READ
           CLOSE fexercices
           IF trouveExerciceFec = 0 THEN
              DISPLAY "Exercice non clos : le FEC ne se produit que"
              DISPLAY "pour un exercice cloture"
           ELSE
              PERFORM SAISIR_SIREN_SOCIETE
              MOVE ex_dateCloture(1:8) TO dateValidationFec
              IF ex_provisionStock IS NUMERIC THEN
                 MOVE ex_provisionStock TO provisionExerciceFec
              ELSE
                 MOVE 0 TO provisionExerciceFec
              END-IF
              MOVE FUNCTION CURRENT-DATE TO dateRapport
              MOVE SPACES TO nomFec
              IF modeFormation = 1 THEN
                 STRING "formation_" DELIMITED BY SIZE
                        sirenSociete DELIMITED BY SIZE
                        "FEC" DELIMITED BY SIZE
                        anneeFec DELIMITED BY SIZE
                        "1231.txt" DELIMITED BY SIZE
                        INTO nomFec
              ELSE
                 STRING sirenSociete DELIMITED BY SIZE
                        "FEC" DELIMITED BY SIZE
                        anneeFec DELIMITED BY SIZE
                        "1231.txt" DELIMITED BY SIZE
                        INTO nomFec
              END-IF
              MOVE "VT" TO jfCode(1)
              MOVE "AC" TO jfCode(2)
              MOVE "BQ" TO jfCode(3)
              MOVE "OD" TO jfCode(4)
              PERFORM VARYING idxJournalFec FROM 1 BY 1
                      UNTIL idxJournalFec > NB_JOURNAUX_FEC
                  MOVE 0 TO jfNbEcritures(idxJournalFec)
                  MOVE 0 TO jfNbLignes(idxJournalFec)
                  MOVE 0 TO jfDebit(idxJournalFec)
                  MOVE 0 TO jfCredit(idxJournalFec)
                  MOVE 0 TO jfNumRelu(idxJournalFec)
                  MOVE SPACES TO jfDateRelue(idxJournalFec)
              END-PERFORM
              MOVE 0 TO ordreFec
              MOVE 0 TO nbLignesFec
              MOVE 0 TO nbEcrituresFec
              MOVE 0 TO totalDebitFec
              MOVE 0 TO totalCreditFec
              MOVE 0 TO nbDesequilibresFec
              MOVE 0 TO nbHorsExerciceFec
              MOVE 0 TO nbRupturesFec
              MOVE 0 TO nbDesordresFec
              MOVE 0 TO nbLignesRelues

              *>Le rapport de controle est ouvert avant le tri pour
              *>recevoir au fil de l'eau les ecritures desequilibrees
              MOVE SPACES TO nomRapport
              STRING "FEC-CONTROLE-" DELIMITED BY SIZE
                     anneeFec DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO ligneRapport
              STRING "Controle du FEC de l'exercice " DELIMITED BY SIZE
                     anneeFec DELIMITED BY SIZE
                     " - SIREN " DELIMITED BY SIZE
                     sirenSociete DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE SPACES TO ligneRapport
              STRING "Fichier : " DELIMITED BY SIZE
                     nomFec DELIMITED BY SPACE
                     " - etabli le " DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     " - validation " DELIMITED BY SIZE
                     dateValidationFec DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE " " TO ligneRapport
              WRITE ligneRapport

              SORT ftriFec ON ASCENDING KEY tfc_journal tfc_date
                                            tfc_piece tfc_ordre
                   INPUT PROCEDURE IS ALIMENTER_TRI_FEC
                   OUTPUT PROCEDURE IS RESTITUER_TRI_FEC
              PERFORM VERIFIER_FEC_PRODUIT
              PERFORM EDITER_CONTROLE_FEC
              CLOSE frapport
              MOVE "RAPPORT" TO typeDocument
              MOVE nomRapport TO nomBackup
              MOVE anneeFec TO referenceDocument
              PERFORM ENREGISTRER_DOCUMENT
              DISPLAY "FEC de l'exercice ", anneeFec, " : ",
                      nbEcrituresFec, " ecriture(s), ",
                      nbLignesFec, " ligne(s)"
              DISPLAY "Fichier produit : ", nomFec
              DISPLAY "Rapport de controle : ", nomRapport
              MOVE "GENERER_FEC" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "ffec" TO journalFichier
              MOVE anneeFec TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette méthode fait saisir une fois par session le numero
      *>SIREN de la societe (neuf chiffres), qui nomme le FEC et
      *>identifie le vendeur sur les documents remis a
      *>l'administration
        SAISIR_SIREN_SOCIETE.
           IF sirenSociete IS NOT NUMERIC THEN
              PERFORM WITH TEST AFTER UNTIL sirenSociete IS NUMERIC
                  DISPLAY "Entrez le numero SIREN de la societe"
                  DISPLAY "(9 chiffres)"
                  ACCEPT sirenSociete
              END-PERFORM
           END-IF.

      *>Cette méthode alimente le tri avec les ecritures de
      *>l'exercice, source par source
        ALIMENTER_TRI_FEC.
           PERFORM FEC_VENTES
           PERFORM FEC_RETOURS
           PERFORM FEC_ACHATS
           PERFORM FEC_FRAIS_APPROCHE
           PERFORM FEC_DEPENSES
           PERFORM FEC_FACTURES_FOURN
           PERFORM FEC_AVOIRS_FOURN
           PERFORM FEC_REMISES
           PERFORM FEC_REGLEMENTS_CARTE
           PERFORM FEC_IMPAYES
           PERFORM FEC_BONS_ACHAT
           PERFORM FEC_PROVISION
           PERFORM FEC_AMORTISSEMENTS.

      *>Cette méthode verse au tri une ligne d'ecriture (journalFec,
      *>dateFec, pieceFec et libelleFec prepares par l'appelant) ;
      *>une ligne a zero n'a rien a porter et n'est pas versee
        VERSER_LIGNE_FEC.
           IF montantFec > 0 THEN
              ADD 1 TO ordreFec END-ADD
              MOVE journalFec TO tfc_journal
              MOVE dateFec TO tfc_date
              MOVE pieceFec TO tfc_piece
              MOVE ordreFec TO tfc_ordre
              MOVE compteFec TO tfc_compte
              MOVE compteAuxFec TO tfc_compteAux
              MOVE libelleAuxFec TO tfc_libelleAux
              MOVE libelleFec TO tfc_libelle
              MOVE sensFec TO tfc_sens
              MOVE montantFec TO tfc_montant
              RELEASE tamp_triFec
           END-IF.

      *>Cette méthode verse l'ecriture d'une vente (montants
      *>montantFecTTC, HT et TVA) : debit du compte d'encaissement
      *>compteEncaissementFec TTC, credit ventes HT et TVA
      *>collectee, ou l'inverse pour un retour (inverseFec = 1)
        VERSER_VENTE_FEC.
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           MOVE compteEncaissementFec TO compteFec
           IF inverseFec = 1 THEN
              MOVE "C" TO sensFec
           ELSE
              MOVE "D" TO sensFec
           END-IF
           MOVE montantFecTTC TO montantFec
           PERFORM VERSER_LIGNE_FEC
           IF inverseFec = 1 THEN
              MOVE "D" TO sensFec
           ELSE
              MOVE "C" TO sensFec
           END-IF
           MOVE "707000" TO compteFec
           MOVE montantFecHT TO montantFec
           PERFORM VERSER_LIGNE_FEC
           MOVE "445710" TO compteFec
           MOVE montantFecTVA TO montantFec
           PERFORM VERSER_LIGNE_FEC.

      *>Cette méthode verse les ventes de l'exercice, en cours et
      *>archivees : ventes comptant (statut 0), commandes livrees
      *>(statut 3) et ventes retournees depuis (statut 4, le retour
      *>etant contrepasse a sa date), avec les bons d'achat utilises
      *>en reglement
        FEC_VENTES.
           MOVE "VT" TO journalFec
           MOVE 0 TO inverseFec
           OPEN INPUT fpaiements
           MOVE 1 TO WfinFec
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF fv_dateVente(1:4) = anneeFec AND
                      (fv_statut = 0 OR fv_statut = 3 OR
                       fv_statut = 4) THEN
                      MOVE fv_id TO idVenteFec
                      MOVE fv_dateVente(1:8) TO dateFec
                      MOVE fv_prixVente TO montantFecTTC
                      MOVE fv_prixVenteHT TO montantFecHT
                      MOVE fv_montantTVA TO montantFecTVA
                      PERFORM FEC_UNE_VENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes
           OPEN INPUT fventesArchive
           IF cr_fventesArchive = 0 THEN
              MOVE 1 TO WfinFec
              PERFORM WITH TEST AFTER UNTIL WfinFec = 0
                  READ fventesArchive NEXT
                  AT END MOVE 0 TO WfinFec
                  NOT AT END
                      IF fva_dateVente(1:4) = anneeFec AND
                         (fva_statut = 0 OR fva_statut = 3 OR
                          fva_statut = 4) THEN
                         MOVE fva_id TO idVenteFec
                         MOVE fva_dateVente(1:8) TO dateFec
                         MOVE fva_prixVente TO montantFecTTC
                         MOVE fva_prixVenteHT TO montantFecHT
                         MOVE fva_montantTVA TO montantFecTVA
                         PERFORM FEC_UNE_VENTE
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fventesArchive
           END-IF
           CLOSE fpaiements.

      *>Cette méthode verse l'ecriture de la vente idVenteFec, puis
      *>celle de chaque bon d'achat utilise en reglement : le bon
      *>vient en deduction du prix de la vente, la part reglee par
      *>bon est donc constatee en chiffre d'affaire contre la dette
      *>de bons
        FEC_UNE_VENTE.
           MOVE "VT" TO journalFec
           MOVE SPACES TO pieceFec
           STRING "VTE-" DELIMITED BY SIZE
                  idVenteFec(6:10) DELIMITED BY SIZE
                  INTO pieceFec
           MOVE SPACES TO libelleFec
           STRING "Vente " DELIMITED BY SIZE
                  idVenteFec(6:10) DELIMITED BY SIZE
                  INTO libelleFec
           PERFORM FIXER_ENCAISSEMENT_VENTE_FEC
           PERFORM VERSER_VENTE_FEC
           MOVE idVenteFec TO pg_idVente
           MOVE 0 TO pg_noLigne
           START fpaiements KEY IS NOT LESS THAN pg_cle
              INVALID KEY MOVE 0 TO WfinFecAux
              NOT INVALID KEY MOVE 1 TO WfinFecAux
           END-START
           PERFORM UNTIL WfinFecAux = 0
               READ fpaiements NEXT
               AT END MOVE 0 TO WfinFecAux
               NOT AT END
                   IF pg_idVente NOT = idVenteFec THEN
                      MOVE 0 TO WfinFecAux
                   ELSE IF pg_modePaiement = "BA" THEN
                      MOVE "OD" TO journalFec
                      MOVE SPACES TO pieceFec
                      STRING "BAU-" DELIMITED BY SIZE
                             idVenteFec(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE SPACES TO libelleFec
                      STRING "Bon d'achat utilise vente "
                             DELIMITED BY SIZE
                             idVenteFec(6:10) DELIMITED BY SIZE
                             INTO libelleFec
                      MOVE pg_montant TO montantFecTTC
                      COMPUTE montantFecHT ROUNDED =
                          montantFecTTC / (1 + tauxTVA)
                      COMPUTE montantFecTVA =
                          montantFecTTC - montantFecHT
                      MOVE SPACES TO compteAuxFec
                      MOVE SPACES TO libelleAuxFec
                      MOVE "419000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE montantFecTTC TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "707000" TO compteFec
                      MOVE "C" TO sensFec
                      MOVE montantFecHT TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "445710" TO compteFec
                      MOVE montantFecTVA TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.

      *>Cette méthode verse les retours de l'exercice, reperes par
      *>le journal d'audit en cours et archive : l'ecriture de la
      *>vente retournee (en cours ou archivee) est contrepassee a la
      *>date du retour
        FEC_RETOURS.
           MOVE 1 TO inverseFec
           OPEN INPUT fventes
           MOVE 0 TO archiveFecOuverte
           OPEN INPUT fventesArchive
           IF cr_fventesArchive = 0 THEN
              MOVE 1 TO archiveFecOuverte
           END-IF
           MOVE 1 TO WfinFec
           OPEN INPUT fjournal
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fjournal NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF ja_paragraphe = "RETOURNER_VENTE" AND
                      ja_date(1:4) = anneeFec THEN
                      MOVE ja_date(1:8) TO dateFec
                      COMPUTE idVenteFec = FUNCTION NUMVAL(ja_cle)
                      PERFORM FEC_UN_RETOUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal
           OPEN INPUT fjournalArchive
           IF cr_fjournalArchive = 0 THEN
              MOVE 1 TO WfinFec
              PERFORM WITH TEST AFTER UNTIL WfinFec = 0
                  READ fjournalArchive NEXT
                  AT END MOVE 0 TO WfinFec
                  NOT AT END
                      IF jaa_paragraphe = "RETOURNER_VENTE" AND
                         jaa_date(1:4) = anneeFec THEN
                         MOVE jaa_date(1:8) TO dateFec
                         COMPUTE idVenteFec =
                             FUNCTION NUMVAL(jaa_cle)
                         PERFORM FEC_UN_RETOUR
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE fjournalArchive
           END-IF
           IF archiveFecOuverte = 1 THEN
              CLOSE fventesArchive
           END-IF
           CLOSE fventes
           MOVE 0 TO inverseFec.

      *>Cette méthode contrepasse l'ecriture de la vente retournee
      *>idVenteFec a la date dateFec
        FEC_UN_RETOUR.
           MOVE 0 TO trouveVenteFec
           MOVE idVenteFec TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO trouveVenteFec
                 MOVE fv_prixVente TO montantFecTTC
                 MOVE fv_prixVenteHT TO montantFecHT
                 MOVE fv_montantTVA TO montantFecTVA
           END-READ
           IF trouveVenteFec = 0 AND archiveFecOuverte = 1 THEN
              MOVE idVenteFec TO fva_id
              READ fventesArchive KEY IS fva_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO trouveVenteFec
                    MOVE fva_prixVente TO montantFecTTC
                    MOVE fva_prixVenteHT TO montantFecHT
                    MOVE fva_montantTVA TO montantFecTVA
              END-READ
           END-IF
           IF trouveVenteFec = 1 THEN
              MOVE "VT" TO journalFec
              MOVE SPACES TO pieceFec
              STRING "RET-" DELIMITED BY SIZE
                     idVenteFec(6:10) DELIMITED BY SIZE
                     INTO pieceFec
              MOVE SPACES TO libelleFec
              STRING "Retour vente " DELIMITED BY SIZE
                     idVenteFec(6:10) DELIMITED BY SIZE
                     INTO libelleFec
              PERFORM FIXER_ENCAISSEMENT_VENTE_FEC
              PERFORM VERSER_VENTE_FEC
           END-IF.

      *>Cette méthode donne le compte d'encaissement de la vente
      *>idVenteFec d'apres ses lignes de reglement, qui suivent
      *>aussi les ventes archivees : la caisse, ou le compte
      *>d'attente de la place de marche pour une vente qu'elle a
      *>encaissee et qu'elle reversera. Un fichier deja ouvert par
      *>l'appelant n'est pas referme
        FIXER_ENCAISSEMENT_VENTE_FEC.
           MOVE "530000" TO compteEncaissementFec
           OPEN INPUT fpaiements
           MOVE cr_fpaiements TO crOuverturePgFec
           MOVE idVenteFec TO pg_idVente
           MOVE 0 TO pg_noLigne
           START fpaiements KEY IS NOT LESS THAN pg_cle
              INVALID KEY MOVE 0 TO WfinFecAux
              NOT INVALID KEY MOVE 1 TO WfinFecAux
           END-START
           PERFORM UNTIL WfinFecAux = 0
               READ fpaiements NEXT
               AT END MOVE 0 TO WfinFecAux
               NOT AT END
                   IF pg_idVente NOT = idVenteFec THEN
                      MOVE 0 TO WfinFecAux
                   ELSE IF pg_modePaiement = "PM" THEN
                      MOVE "467100" TO compteEncaissementFec
                      MOVE 0 TO WfinFecAux
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF crOuverturePgFec NOT = 41 THEN
              CLOSE fpaiements
           END-IF.

      *>Cette méthode verse les achats de l'exercice (receptions
      *>fournisseur et rachats aux clients) : debit achats HT,
      *>debit TVA deductible, credit du tiers TTC
        FEC_ACHATS.
           MOVE "AC" TO journalFec
           MOVE 1 TO WfinFec
           OPEN INPUT fachats
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fachats NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF fa_dateAchat(1:4) = anneeFec THEN
                      MOVE fa_dateAchat(1:8) TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "ACH-" DELIMITED BY SIZE
                             fa_id(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE SPACES TO libelleFec
                      STRING "Achat " DELIMITED BY SIZE
                             fa_titreComics DELIMITED BY "  "
                             INTO libelleFec
                      MULTIPLY fa_prixAchat BY fa_quantite
                          GIVING montantFecTTC ROUNDED
                      COMPUTE montantFecHT ROUNDED =
                          montantFecTTC / (1 + tauxTVA)
                      COMPUTE montantFecTVA =
                          montantFecTTC - montantFecHT
                      MOVE SPACES TO compteAuxFec
                      MOVE SPACES TO libelleAuxFec
                      MOVE "607000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE montantFecHT TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "445660" TO compteFec
                      MOVE montantFecTVA TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      IF ACHAT_RACHAT_CLIENT THEN
                         STRING "C" DELIMITED BY SIZE
                                fa_idClient(6:10) DELIMITED BY SIZE
                                INTO compteAuxFec
                         MOVE "Rachat client" TO libelleAuxFec
                      ELSE
                         STRING "F" DELIMITED BY SIZE
                                fa_idFournisseur(6:10)
                                DELIMITED BY SIZE
                                INTO compteAuxFec
                         MOVE fa_nomFournisseur TO libelleAuxFec
                      END-IF
                      MOVE "401000" TO compteFec
                      MOVE "C" TO sensFec
                      MOVE montantFecTTC TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fachats.

      *>Cette méthode verse les frais d'approche de l'exercice : la
      *>charge sur son compte de frais accessoires, et la part
      *>portee sur le stock restant immobilisee en stock
        FEC_FRAIS_APPROCHE.
           MOVE "AC" TO journalFec
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           MOVE 1 TO WfinFec
           OPEN INPUT ffraisApproche
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ ffraisApproche NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF fap_date(1:4) = anneeFec THEN
                      MOVE fap_date(1:8) TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "FAP-" DELIMITED BY SIZE
                             fap_id(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE fap_libelle TO libelleFec
                      MOVE "608000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE fap_montant TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "401000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "370000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE fap_montantStock TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "603700" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffraisApproche.

      *>Cette méthode verse les frais generaux de l'exercice :
      *>charge HT, TVA deductible et dette fournisseur a la saisie,
      *>puis le reglement de la dette a sa date de paiement
        FEC_DEPENSES.
           MOVE 1 TO WfinFec
           OPEN INPUT fdepenses
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fdepenses NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   COMPUTE montantTTCDepense =
                       dep_montantHT + dep_montantTVA
                   MOVE SPACES TO pieceFec
                   STRING "DEP-" DELIMITED BY SIZE
                          dep_id(6:10) DELIMITED BY SIZE
                          INTO pieceFec
                   MOVE dep_libelle TO libelleFec
                   MOVE SPACES TO compteAuxFec
                   MOVE dep_fournisseur TO libelleAuxFec
                   IF dep_dateSaisie(1:4) = anneeFec THEN
                      PERFORM FIXER_COMPTE_CHARGE
                      MOVE "AC" TO journalFec
                      MOVE dep_dateSaisie TO dateFec
                      MOVE compteCharge TO compteFec
                      MOVE "D" TO sensFec
                      MOVE dep_montantHT TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "445660" TO compteFec
                      MOVE dep_montantTVA TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "401000" TO compteFec
                      MOVE "C" TO sensFec
                      MOVE montantTTCDepense TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
                   IF DEPENSE_PAYEE AND
                      dep_datePaiement(1:4) = anneeFec THEN
                      MOVE dep_datePaiement TO dateFec
                      IF dep_modePaiement = "ES" OR
                         dep_modePaiement = "PM" THEN
                         MOVE "OD" TO journalFec
                      ELSE
                         MOVE "BQ" TO journalFec
                      END-IF
                      MOVE "401000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE montantTTCDepense TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      EVALUATE dep_modePaiement
                          WHEN "ES" MOVE "530000" TO compteFec
                          WHEN "PM" MOVE "467100" TO compteFec
                          WHEN OTHER MOVE "512000" TO compteFec
                      END-EVALUATE
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdepenses.

      *>Cette méthode verse les reglements des factures fournisseur
      *>payees dans l'exercice : la dette, constatee a la reception
      *>de la marchandise, est soldee par la banque pour le montant
      *>effectivement regle (avoirs deduits)
        FEC_FACTURES_FOURN.
           MOVE "BQ" TO journalFec
           MOVE 1 TO WfinFec
           OPEN INPUT ffacturesFourn
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ ffacturesFourn NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF FACTURE_PAYEE AND
                      ff_dateReglement(1:4) = anneeFec THEN
                      MOVE ff_dateReglement(1:8) TO dateFec
                      MOVE ff_numeroFacture TO pieceFec
                      MOVE SPACES TO libelleFec
                      STRING "Reglement facture " DELIMITED BY SIZE
                             ff_numeroFacture DELIMITED BY "  "
                             INTO libelleFec
                      IF ff_montantRegle > 0 THEN
                         MOVE ff_montantRegle TO montantFec
                      ELSE
                         MOVE ff_montant TO montantFec
                      END-IF
                      MOVE SPACES TO compteAuxFec
                      STRING "F" DELIMITED BY SIZE
                             ff_idFournisseur(6:10) DELIMITED BY SIZE
                             INTO compteAuxFec
                      MOVE ff_nomFournisseur TO libelleAuxFec
                      MOVE "401000" TO compteFec
                      MOVE "D" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE SPACES TO compteAuxFec
                      MOVE SPACES TO libelleAuxFec
                      MOVE "512000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffacturesFourn.

      *>Cette méthode verse les avoirs fournisseur recus dans
      *>l'exercice : la dette fournisseur diminue de l'avoir TTC,
      *>contre les achats HT et la TVA deductible
        FEC_AVOIRS_FOURN.
           MOVE "AC" TO journalFec
           MOVE 1 TO WfinFec
           OPEN INPUT favoirsFourn
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ favoirsFourn NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF (AVOIR_F_RECU OR AVOIR_F_DEDUIT) AND
                      af_dateEmission(1:4) = anneeFec THEN
                      MOVE af_dateEmission(1:8) TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "AVF-" DELIMITED BY SIZE
                             af_id(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE SPACES TO libelleFec
                      STRING "Avoir fournisseur " DELIMITED BY SIZE
                             af_titreComics DELIMITED BY "  "
                             INTO libelleFec
                      MOVE af_montant TO montantFecTTC
                      COMPUTE montantFecHT ROUNDED =
                          montantFecTTC / (1 + tauxTVA)
                      COMPUTE montantFecTVA =
                          montantFecTTC - montantFecHT
                      MOVE SPACES TO compteAuxFec
                      STRING "F" DELIMITED BY SIZE
                             af_idFournisseur(6:10) DELIMITED BY SIZE
                             INTO compteAuxFec
                      MOVE af_nomFournisseur TO libelleAuxFec
                      MOVE "401000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE montantFecTTC TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE SPACES TO compteAuxFec
                      MOVE SPACES TO libelleAuxFec
                      MOVE "607000" TO compteFec
                      MOVE "C" TO sensFec
                      MOVE montantFecHT TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "445660" TO compteFec
                      MOVE montantFecTVA TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE favoirsFourn.

      *>Cette méthode verse les remises en banque de l'exercice
      *>(especes et cheques) : les fonds quittent la caisse pour la
      *>banque
        FEC_REMISES.
           MOVE "BQ" TO journalFec
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           MOVE 1 TO WfinFec
           OPEN INPUT fremises
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fremises NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF rb_date(1:4) = anneeFec THEN
                      MOVE rb_date(1:8) TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "REM-" DELIMITED BY SIZE
                             rb_id(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      IF REMISE_ESPECES THEN
                         MOVE "Remise d'especes en banque" TO
                              libelleFec
                      ELSE
                         MOVE "Remise de cheques en banque" TO
                              libelleFec
                      END-IF
                      MOVE "512000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE rb_montant TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "530000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fremises.

      *>Cette méthode verse les reglements carte de l'exercice,
      *>jour par jour du releve de l'acquereur : le brut encaisse
      *>passe de la caisse a la banque, et la commission de
      *>l'acquereur part en services bancaires
        FEC_REGLEMENTS_CARTE.
           MOVE "BQ" TO journalFec
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           MOVE 1 TO WfinFec
           OPEN INPUT freglementsCarte
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ freglementsCarte NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF rgc_date(1:4) = anneeFec THEN
                      MOVE rgc_date TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "CB-" DELIMITED BY SIZE
                             rgc_date DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE "Reglement carte du jour" TO libelleFec
                      MOVE "512000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE rgc_montant TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "530000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "627000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE rgc_frais TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "512000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freglementsCarte.

      *>Cette méthode verse les cheques impayes de l'exercice (la
      *>banque reprend le cheque, le client redevient debiteur) et
      *>leurs regularisations (banque, ou caisse pour des especes)
        FEC_IMPAYES.
           MOVE 1 TO WfinFec
           OPEN INPUT fchequesImpayes
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fchequesImpayes NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   MOVE ci_montant TO montantFec
                   MOVE SPACES TO libelleAuxFec
                   IF ci_date(1:4) = anneeFec THEN
                      MOVE "BQ" TO journalFec
                      MOVE ci_date TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "CHI-" DELIMITED BY SIZE
                             ci_id(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE "Cheque impaye" TO libelleFec
                      MOVE SPACES TO compteAuxFec
                      STRING "C" DELIMITED BY SIZE
                             ci_idClient(6:10) DELIMITED BY SIZE
                             INTO compteAuxFec
                      MOVE "411000" TO compteFec
                      MOVE "D" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE SPACES TO compteAuxFec
                      MOVE "512000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
                   IF IMPAYE_REGULARISE AND
                      ci_dateRegularisation(1:4) = anneeFec THEN
                      MOVE ci_dateRegularisation TO dateFec
                      MOVE SPACES TO pieceFec
                      STRING "REG-" DELIMITED BY SIZE
                             ci_id(6:10) DELIMITED BY SIZE
                             INTO pieceFec
                      MOVE "Regularisation d'impaye" TO libelleFec
                      MOVE SPACES TO compteAuxFec
                      IF ci_modeRegularisation = "ES" THEN
                         MOVE "OD" TO journalFec
                         MOVE "530000" TO compteFec
                      ELSE
                         MOVE "BQ" TO journalFec
                         MOVE "512000" TO compteFec
                      END-IF
                      MOVE "D" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                      STRING "C" DELIMITED BY SIZE
                             ci_idClient(6:10) DELIMITED BY SIZE
                             INTO compteAuxFec
                      MOVE "411000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fchequesImpayes.

      *>Cette méthode verse les bons d'achat de l'exercice : a
      *>l'emission (bon cadeau vendu ou avoir rendu au lieu d'un
      *>remboursement) la caisse encaisse une dette envers le
      *>porteur ; a l'expiration le solde non utilise est libere en
      *>produit
        FEC_BONS_ACHAT.
           MOVE "OD" TO journalFec
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           MOVE 1 TO WfinFec
           OPEN INPUT fbonsAchat
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fbonsAchat NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   MOVE ba_numero TO pieceFec
                   IF ba_dateEmission(1:4) = anneeFec THEN
                      MOVE ba_dateEmission(1:8) TO dateFec
                      IF BON_CADEAU THEN
                         MOVE "Emission bon cadeau" TO libelleFec
                      ELSE
                         MOVE "Emission avoir client" TO libelleFec
                      END-IF
                      MOVE "530000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE ba_montantInitial TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "419000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
                   IF BON_EXPIRE AND
                      ba_dateLiberation(1:4) = anneeFec THEN
                      MOVE ba_dateLiberation TO dateFec
                      MOVE "Solde de bon expire" TO libelleFec
                      MOVE "419000" TO compteFec
                      MOVE "D" TO sensFec
                      MOVE ba_montantExpire TO montantFec
                      PERFORM VERSER_LIGNE_FEC
                      MOVE "758000" TO compteFec
                      MOVE "C" TO sensFec
                      PERFORM VERSER_LIGNE_FEC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbonsAchat.

      *>Cette méthode verse la provision pour depreciation du stock
      *>dormant dotee a la cloture de l'exercice
        FEC_PROVISION.
           MOVE "OD" TO journalFec
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           STRING anneeFec DELIMITED BY SIZE
                  "1231" DELIMITED BY SIZE
                  INTO dateFec
           MOVE SPACES TO pieceFec
           STRING "PROV-" DELIMITED BY SIZE
                  anneeFec DELIMITED BY SIZE
                  INTO pieceFec
           MOVE "Provision depreciation stock dormant" TO libelleFec
           MOVE "681700" TO compteFec
           MOVE "D" TO sensFec
           MOVE provisionExerciceFec TO montantFec
           PERFORM VERSER_LIGNE_FEC
           MOVE "397000" TO compteFec
           MOVE "C" TO sensFec
           PERFORM VERSER_LIGNE_FEC.

      *>Cette méthode verse les dotations aux amortissements de
      *>l'exercice d'apres le plan de chaque bien (au 31/12), et les
      *>ecritures de sortie des biens cedes dans l'exercice (a leur
      *>date de sortie)
        FEC_AMORTISSEMENTS.
           MOVE "OD" TO journalFec
           MOVE SPACES TO compteAuxFec
           MOVE SPACES TO libelleAuxFec
           MOVE anneeFec TO anCibleImmo
           MOVE 0 TO ecrirePlanImmo
           MOVE 1 TO WfinFec
           OPEN INPUT fimmobilisations
           PERFORM WITH TEST AFTER UNTIL WfinFec = 0
               READ fimmobilisations NEXT
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   MOVE im_dateAcquisition(1:4) TO anAcquisitionImmo
                   IF anAcquisitionImmo NOT > anneeFec THEN
                      PERFORM CALCULER_PLAN_IMMO
                      IF anCessionImmo NOT < anneeFec THEN
                         PERFORM FEC_UNE_IMMOBILISATION
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fimmobilisations.

      *>Cette méthode verse la dotation de l'exercice du bien du
      *>tampon (plan deja calcule) et, s'il est sorti dans
      *>l'exercice, ses ecritures de cession
        FEC_UNE_IMMOBILISATION.
           EVALUATE TRUE
               WHEN IMMO_MOBILIER MOVE "218400" TO compteImmo
               WHEN IMMO_INFORMATIQUE MOVE "218300" TO compteImmo
               WHEN OTHER MOVE "215400" TO compteImmo
           END-EVALUATE
           MOVE "28" TO compteAmortImmo
           MOVE compteImmo(2:4) TO compteAmortImmo(3:4)
           STRING anneeFec DELIMITED BY SIZE
                  "1231" DELIMITED BY SIZE
                  INTO dateFec
           MOVE SPACES TO pieceFec
           STRING "AMO-" DELIMITED BY SIZE
                  im_id(6:10) DELIMITED BY SIZE
                  INTO pieceFec
           MOVE SPACES TO libelleFec
           STRING "Dotation " DELIMITED BY SIZE
                  im_libelle DELIMITED BY "  "
                  INTO libelleFec
           MOVE "681120" TO compteFec
           MOVE "D" TO sensFec
           MOVE dotationCibleImmo TO montantFec
           PERFORM VERSER_LIGNE_FEC
           MOVE compteAmortImmo TO compteFec
           MOVE "C" TO sensFec
           PERFORM VERSER_LIGNE_FEC
           IF IMMO_CEDEE AND anCessionImmo = anneeFec THEN
              MOVE im_dateCession TO dateFec
              MOVE "CES-" TO pieceFec(1:4)
              MOVE SPACES TO libelleFec
              STRING "Sortie " DELIMITED BY SIZE
                     im_libelle DELIMITED BY "  "
                     INTO libelleFec
              MOVE compteAmortImmo TO compteFec
              MOVE "D" TO sensFec
              MOVE cumulImmo TO montantFec
              PERFORM VERSER_LIGNE_FEC
              MOVE "675000" TO compteFec
              MOVE vncImmo TO montantFec
              PERFORM VERSER_LIGNE_FEC
              MOVE compteImmo TO compteFec
              MOVE "C" TO sensFec
              MOVE im_cout TO montantFec
              PERFORM VERSER_LIGNE_FEC
              MOVE "462000" TO compteFec
              MOVE "D" TO sensFec
              MOVE im_prixCession TO montantFec
              PERFORM VERSER_LIGNE_FEC
              MOVE "775000" TO compteFec
              MOVE "C" TO sensFec
              PERFORM VERSER_LIGNE_FEC
           END-IF.

      *>Cette méthode restitue les lignes triees dans le FEC : une
      *>nouvelle ecriture commence a chaque changement de journal,
      *>de date ou de piece et recoit le numero suivant de son
      *>journal ; l'equilibre de chaque ecriture est controle a sa
      *>cloture
        RESTITUER_TRI_FEC.
           OPEN OUTPUT ffec
           MOVE SPACES TO ligneFec
           STRING "JournalCode|JournalLib|EcritureNum|EcritureDate|"
                  DELIMITED BY SIZE
                  "CompteNum|CompteLib|CompAuxNum|CompAuxLib|"
                  DELIMITED BY SIZE
                  "PieceRef|PieceDate|EcritureLib|Debit|Credit|"
                  DELIMITED BY SIZE
                  "EcritureLet|DateLet|ValidDate|Montantdevise|"
                  DELIMITED BY SIZE
                  "Idevise" DELIMITED BY SIZE
                  INTO ligneFec
           WRITE ligneFec
           MOVE SPACES TO journalPrecFec
           MOVE SPACES TO datePrecFec
           MOVE SPACES TO piecePrecFec
           MOVE 1 TO WfinFec
           PERFORM UNTIL WfinFec = 0
               RETURN ftriFec
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   IF tfc_journal NOT = journalPrecFec OR
                      tfc_date NOT = datePrecFec OR
                      tfc_piece NOT = piecePrecFec THEN
                      PERFORM CLORE_ECRITURE_FEC
                      PERFORM OUVRIR_ECRITURE_FEC
                   END-IF
                   PERFORM ECRIRE_LIGNE_FEC
               END-RETURN
           END-PERFORM
           PERFORM CLORE_ECRITURE_FEC
           CLOSE ffec.

      *>Cette méthode retrouve dans la table des journaux le rang
      *>idxJournalFec du journal journalFec
        TROUVER_JOURNAL_FEC.
           MOVE 1 TO idxJournalFec
           PERFORM UNTIL idxJournalFec = NB_JOURNAUX_FEC OR
                   jfCode(idxJournalFec) = journalFec
               ADD 1 TO idxJournalFec END-ADD
           END-PERFORM.

      *>Cette méthode ouvre une nouvelle ecriture sur la ligne
      *>courante du tri : numero suivant de son journal, cumuls de
      *>la piece remis a zero
        OUVRIR_ECRITURE_FEC.
           MOVE tfc_journal TO journalFec
           PERFORM TROUVER_JOURNAL_FEC
           ADD 1 TO jfNbEcritures(idxJournalFec) END-ADD
           ADD 1 TO nbEcrituresFec END-ADD
           MOVE jfNbEcritures(idxJournalFec) TO numEcritureFec
           MOVE SPACES TO numEcritureFecEdite
           STRING tfc_journal DELIMITED BY SIZE
                  numEcritureFec DELIMITED BY SIZE
                  INTO numEcritureFecEdite
           MOVE tfc_journal TO journalPrecFec
           MOVE tfc_date TO datePrecFec
           MOVE tfc_piece TO piecePrecFec
           MOVE 0 TO debitPieceFec
           MOVE 0 TO creditPieceFec
           EVALUATE tfc_journal
               WHEN "VT" MOVE "Journal des ventes" TO libelleJournalFec
               WHEN "AC" MOVE "Journal des achats" TO libelleJournalFec
               WHEN "BQ" MOVE "Journal de banque" TO libelleJournalFec
               WHEN OTHER
                    MOVE "Operations diverses" TO libelleJournalFec
           END-EVALUATE.

      *>Cette méthode controle l'equilibre de l'ecriture qui se
      *>termine ; une ecriture desequilibree est signalee au rapport
        CLORE_ECRITURE_FEC.
           IF piecePrecFec NOT = SPACES AND
              debitPieceFec NOT = creditPieceFec THEN
              ADD 1 TO nbDesequilibresFec END-ADD
              MOVE SPACES TO ligneRapport
              STRING "Ecriture desequilibree " DELIMITED BY SIZE
                     numEcritureFecEdite DELIMITED BY SIZE
                     " piece " DELIMITED BY SIZE
                     piecePrecFec DELIMITED BY SPACE
                     " du " DELIMITED BY SIZE
                     datePrecFec DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode ecrit la ligne triee courante au format du
      *>FEC (zones separees par des barres verticales, montants a
      *>virgule decimale) et la cumule dans les totaux de controle
        ECRIRE_LIGNE_FEC.
           PERFORM LIBELLER_COMPTE_FEC
           MOVE tfc_montant TO montantDecoupeFecNum
           MOVE mdfEntier TO montantEntierFec
           IF tfc_sens = "D" THEN
              MOVE SPACES TO debitFecEdite
              STRING FUNCTION TRIM(montantEntierFec) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     mdfCentimes DELIMITED BY SIZE
                     INTO debitFecEdite
              MOVE "0,00" TO creditFecEdite
              ADD tfc_montant TO debitPieceFec END-ADD
              ADD tfc_montant TO jfDebit(idxJournalFec) END-ADD
              ADD tfc_montant TO totalDebitFec END-ADD
           ELSE
              MOVE SPACES TO creditFecEdite
              STRING FUNCTION TRIM(montantEntierFec) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     mdfCentimes DELIMITED BY SIZE
                     INTO creditFecEdite
              MOVE "0,00" TO debitFecEdite
              ADD tfc_montant TO creditPieceFec END-ADD
              ADD tfc_montant TO jfCredit(idxJournalFec) END-ADD
              ADD tfc_montant TO totalCreditFec END-ADD
           END-IF
           ADD 1 TO jfNbLignes(idxJournalFec) END-ADD
           ADD 1 TO nbLignesFec END-ADD
           MOVE SPACES TO ligneFec
           STRING tfc_journal DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  libelleJournalFec DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  numEcritureFecEdite DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  tfc_date DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  tfc_compte DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  libelleCompteFec DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  tfc_compteAux DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  tfc_libelleAux DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  tfc_piece DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  tfc_date DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  tfc_libelle DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  debitFecEdite DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  creditFecEdite DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  dateValidationFec DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO ligneFec
           WRITE ligneFec.

      *>Cette méthode donne le libelle du compte de la ligne triee
      *>courante
        LIBELLER_COMPTE_FEC.
           EVALUATE tfc_compte
               WHEN "530000" MOVE "Caisse" TO libelleCompteFec
               WHEN "512000" MOVE "Banque" TO libelleCompteFec
               WHEN "707000"
                    MOVE "Ventes de marchandises" TO libelleCompteFec
               WHEN "445710"
                    MOVE "TVA collectee" TO libelleCompteFec
               WHEN "445660"
                    MOVE "TVA deductible" TO libelleCompteFec
               WHEN "607000"
                    MOVE "Achats de marchandises" TO libelleCompteFec
               WHEN "608000"
                    MOVE "Frais accessoires d'achat" TO
                         libelleCompteFec
               WHEN "370000"
                    MOVE "Stock de marchandises" TO libelleCompteFec
               WHEN "603700"
                    MOVE "Variation des stocks" TO libelleCompteFec
               WHEN "401000" MOVE "Fournisseurs" TO libelleCompteFec
               WHEN "411000" MOVE "Clients" TO libelleCompteFec
               WHEN "419000"
                    MOVE "Clients - bons d'achat emis" TO
                         libelleCompteFec
               WHEN "613200"
                    MOVE "Locations immobilieres" TO libelleCompteFec
               WHEN "613500"
                    MOVE "Locations mobilieres" TO libelleCompteFec
               WHEN "606100"
                    MOVE "Energie" TO libelleCompteFec
               WHEN "616000"
                    MOVE "Assurances" TO libelleCompteFec
               WHEN "602600"
                    MOVE "Fournitures" TO libelleCompteFec
               WHEN "628000"
                    MOVE "Charges externes diverses" TO
                         libelleCompteFec
               WHEN "622200"
                    MOVE "Commissions et courtages" TO
                         libelleCompteFec
               WHEN "467100"
                    MOVE "Place de marche a recevoir" TO
                         libelleCompteFec
               WHEN "627000"
                    MOVE "Services bancaires" TO libelleCompteFec
               WHEN "758000"
                    MOVE "Produits divers de gestion" TO
                         libelleCompteFec
               WHEN "681700"
                    MOVE "Dotations provisions actif" TO
                         libelleCompteFec
               WHEN "397000"
                    MOVE "Provisions depreciation stock" TO
                         libelleCompteFec
               WHEN "681120"
                    MOVE "Dotations aux amortissements" TO
                         libelleCompteFec
               WHEN "215400"
                    MOVE "Materiel" TO libelleCompteFec
               WHEN "218300"
                    MOVE "Materiel informatique" TO libelleCompteFec
               WHEN "218400"
                    MOVE "Mobilier" TO libelleCompteFec
               WHEN "675000"
                    MOVE "Valeur nette des elements cedes" TO
                         libelleCompteFec
               WHEN "462000"
                    MOVE "Creances sur cessions" TO libelleCompteFec
               WHEN "775000"
                    MOVE "Produits des cessions" TO libelleCompteFec
               WHEN OTHER
                    IF tfc_compte(1:2) = "28" THEN
                       MOVE "Amortissements des immobilisations" TO
                            libelleCompteFec
                    ELSE
                       MOVE SPACES TO libelleCompteFec
                       STRING "Compte " DELIMITED BY SIZE
                              tfc_compte DELIMITED BY SIZE
                              INTO libelleCompteFec
                    END-IF
           END-EVALUATE.

      *>Cette méthode relit le FEC produit pour controler, journal
      *>par journal, la continuite des numeros d'ecriture, l'ordre
      *>chronologique et l'appartenance des dates a l'exercice
        VERIFIER_FEC_PRODUIT.
           MOVE 1 TO WfinFec
           OPEN INPUT ffec
           READ ffec
              AT END MOVE 0 TO WfinFec
           END-READ
           PERFORM UNTIL WfinFec = 0
               READ ffec
               AT END MOVE 0 TO WfinFec
               NOT AT END
                   ADD 1 TO nbLignesRelues END-ADD
                   UNSTRING ligneFec DELIMITED BY "|"
                       INTO champJournalFec champLibJournalFec
                            champNumFec champDateFec
                   END-UNSTRING
                   MOVE champJournalFec TO journalFec
                   PERFORM TROUVER_JOURNAL_FEC
                   MOVE champNumFec(3:6) TO numLuFec
                   IF numLuFec NOT = jfNumRelu(idxJournalFec) AND
                      numLuFec NOT = jfNumRelu(idxJournalFec) + 1
                      THEN
                      ADD 1 TO nbRupturesFec END-ADD
                   END-IF
                   MOVE numLuFec TO jfNumRelu(idxJournalFec)
                   IF champDateFec < jfDateRelue(idxJournalFec) THEN
                      ADD 1 TO nbDesordresFec END-ADD
                   END-IF
                   MOVE champDateFec TO jfDateRelue(idxJournalFec)
                   IF champDateFec(1:4) NOT = anneeFec THEN
                      ADD 1 TO nbHorsExerciceFec END-ADD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffec.

      *>Cette méthode edite au rapport de controle les totaux par
      *>journal, l'equilibre general et le resultat des controles
        EDITER_CONTROLE_FEC.
           PERFORM VARYING idxJournalFec FROM 1 BY 1
                   UNTIL idxJournalFec > NB_JOURNAUX_FEC
               MOVE SPACES TO ligneRapport
               MOVE jfNbEcritures(idxJournalFec) TO compteurCtrlFec
               MOVE jfNbLignes(idxJournalFec) TO compteurLignesCtrlFec
               STRING "Journal " DELIMITED BY SIZE
                      jfCode(idxJournalFec) DELIMITED BY SIZE
                      " : ecritures " DELIMITED BY SIZE
                      compteurCtrlFec DELIMITED BY SIZE
                      " - lignes " DELIMITED BY SIZE
                      compteurLignesCtrlFec DELIMITED BY SIZE
                      INTO ligneRapport
               WRITE ligneRapport
               MOVE SPACES TO ligneRapport
               MOVE jfDebit(idxJournalFec) TO montantCtrlFec
               MOVE jfCredit(idxJournalFec) TO montantCreditCtrlFec
               STRING "   debit " DELIMITED BY SIZE
                      montantCtrlFec DELIMITED BY SIZE
                      " - credit " DELIMITED BY SIZE
                      montantCreditCtrlFec DELIMITED BY SIZE
                      INTO ligneRapport
               WRITE ligneRapport
           END-PERFORM
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           MOVE totalDebitFec TO montantCtrlFec
           STRING "Total general debit " DELIMITED BY SIZE
                  montantCtrlFec DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           MOVE totalCreditFec TO montantCtrlFec
           STRING "Total general credit " DELIMITED BY SIZE
                  montantCtrlFec DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Ecritures desequilibrees : " DELIMITED BY SIZE
                  nbDesequilibresFec DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Ruptures de numerotation : " DELIMITED BY SIZE
                  nbRupturesFec DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Dates hors ordre chronologique : "
                  DELIMITED BY SIZE
                  nbDesordresFec DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Dates hors exercice : " DELIMITED BY SIZE
                  nbHorsExerciceFec DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Lignes ecrites : " DELIMITED BY SIZE
                  nbLignesFec DELIMITED BY SIZE
                  " - relues : " DELIMITED BY SIZE
                  nbLignesRelues DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           IF nbDesequilibresFec = 0 AND nbRupturesFec = 0 AND
              nbDesordresFec = 0 AND nbHorsExerciceFec = 0 AND
              totalDebitFec = totalCreditFec AND
              nbLignesRelues = nbLignesFec THEN
              MOVE "Resultat des controles : FEC conforme" TO
                   ligneRapport
           ELSE
              MOVE "Resultat des controles : anomalies a corriger" TO
                   ligneRapport
              DISPLAY "Attention : le controle du FEC releve des"
              DISPLAY "anomalies, voir le rapport de controle"
           END-IF
           WRITE ligneRapport.
