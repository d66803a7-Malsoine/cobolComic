              MOVE idEmploye TO sc_poste
              MOVE FUNCTION CURRENT-DATE TO sc_dateOuverture
              MOVE SPACES TO sc_dateFermeture
              *>Le fond de caisse sorti du coffre est compte par
              *>coupure
              DISPLAY "Billetage du fond de caisse"
              MOVE "O" TO bi_objet
              MOVE idSessionCaisse TO bi_reference
              PERFORM SAISIR_BILLETAGE
              MOVE totalBilletage TO sc_fondCaisse
              MOVE 0 TO sc_especesComptees
              MOVE 0 TO sc_statut
              MOVE 0 TO sc_idRemise
              MOVE codeMagasin TO sc_magasin
              OPEN I-O fsessionsCaisse
              WRITE tamp_fsessionCaisse
              END-WRITE
              CLOSE fsessionsCaisse
              DISPLAY "Session de caisse ouverte"
              MOVE "OT" TO typeMouvCoffre
              MOVE sc_fondCaisse TO montantCoffre
              MOVE sc_id TO idSessionCoffre
              MOVE 0 TO idRemiseCoffre
              PERFORM ENREGISTRER_MOUV_COFFRE
              MOVE "OUVRIR_SESSION_CAISSE" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fsessionsCaisse" TO journalFichier
           END-IF
           MOVE sessionEnCours TO fv_idSession
           MOVE codeMagasin TO fv_magasin
           MOVE 0 TO montantRetenueSalaire
           *>Le recu part sur papier par defaut, le choix du mail
           *>se faisant a la fin de la vente
           MOVE "P" TO fv_canalRecu
                    END-IF
              END-READ
              CLOSE fclients
              *>Un client qui a un cheque impaye non regularise ne
              *>peut plus regler par cheque
              PERFORM VERIFIER_CHEQUE_IMPAYE
              IF chequeRefuse = 1 THEN
                 DISPLAY "Cheque impaye en cours : reglement par"
                 DISPLAY "cheque refuse a ce client"
              END-IF
              *>Le client peut solder la vente en plusieurs modes
              *>(30 EUR en especes et le reste par carte) : chaque
              *>composant est alors enregistre dans fpaiements et
              ELSE
              MOVE SPACES TO fv_modePaiement
              PERFORM WITH TEST AFTER UNTIL PAIEMENT_ESPECES OR
                      PAIEMENT_CARTE OR
                      (PAIEMENT_CHEQUE AND chequeRefuse = 0) OR
                      (PAIEMENT_COMPTE AND clientPro = 1 AND
                       limiteDepassee = 0) OR
                      (PAIEMENT_RETENUE_SALAIRE AND achatPersonnel = 1)
                      IF clientPro = 1 THEN
                         DISPLAY "Mode de paiement (ES/CB/CH/CP)"
                      ELSE
                         DISPLAY "Mode de paiement (ES/CB/CH)"
                      END-IF
                      IF achatPersonnel = 1 THEN
                         DISPLAY "ou RS (retenue sur salaire)"
                      END-IF
                      ACCEPT fv_modePaiement
                      IF PAIEMENT_COMPTE AND clientPro = 1 THEN
                         PERFORM IMPUTER_VENTE_COMPTE_CLIENT
               PERFORM WITH TEST AFTER UNTIL
                       modeComposant = "ES" OR
                       modeComposant = "CB" OR
                       (modeComposant = "CH" AND chequeRefuse = 0) OR
                       (modeComposant = "CP" AND clientPro = 1) OR
                       (modeComposant = "RS" AND achatPersonnel = 1)
                       IF clientPro = 1 THEN
                          DISPLAY "Mode du composant (ES/CB/CH/CP)"
                       ELSE
                          DISPLAY "Mode du composant (ES/CB/CH)"
                       END-IF
                       IF achatPersonnel = 1 THEN
                          DISPLAY "ou RS (retenue sur salaire)"
                       END-IF
                       ACCEPT modeComposant
               END-PERFORM
               MOVE 0 TO montantComposant

      *>Cette méthode ecrit dans fpaiements le composant de
      *>reglement prepare par l'appelant (mode et montant), sous
      *>l'id de la vente en cours ; la part reglee par retenue sur
      *>salaire est cumulee pour la fiche d'achat du personnel
        ENREGISTRER_LIGNE_PAIEMENT.
           ADD 1 TO noLignePaiement END-ADD
           IF modeComposant = "RS" THEN
              ADD montantComposant TO montantRetenueSalaire END-ADD
           END-IF
           MOVE fv_id TO pg_idVente
           MOVE noLignePaiement TO pg_noLigne
           MOVE modeComposant TO pg_modePaiement
           MOVE montantComposant TO pg_montant
           MOVE 0 TO pg_idRemise
           MOVE SPACE TO pg_impaye
           OPEN I-O fpaiements
           WRITE tamp_fpaiement
              INVALID KEY
              END-WRITE
              CLOSE fmouvCaisse
              DISPLAY "Mouvement de caisse enregistre"
              *>Un appoint venu du coffre ou un surplus qui y
              *>retourne passe aussi au registre du coffre
              MOVE SPACES TO reponseCoffre
              PERFORM WITH TEST AFTER UNTIL reponseCoffre = "O" OR
                      reponseCoffre = "N"
                      DISPLAY "Especes venant du coffre ou y"
                      DISPLAY "retournant ? (O/N)"
                      ACCEPT reponseCoffre
              END-PERFORM
              IF reponseCoffre = "O" THEN
                 IF sensMouvCaisse = "E" THEN
                    MOVE "OT" TO typeMouvCoffre
                 ELSE
                    MOVE "FT" TO typeMouvCoffre
                 END-IF
                 MOVE montantMouvCaisse TO montantCoffre
                 MOVE sessionEnCours TO idSessionCoffre
                 MOVE 0 TO idRemiseCoffre
                 PERFORM ENREGISTRER_MOUV_COFFRE
              END-IF
              MOVE "MOUVEMENT_CAISSE" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fmouvCaisse" TO journalFichier
               READ fventes NEXT
               AT END MOVE 0 TO WfinCaisse
               NOT AT END
                   IF fv_idSession = sc_id AND fv_idCommande = 0 THEN
                      *>Seul le montant reellement encaisse a la
                      *>prise (fv_acompte : total d'une vente au
                      *>comptant, acompte seul d'une commande) entre
               END-READ
           END-PERFORM
           CLOSE fventes
           *>Les acomptes des commandes prises sur la session sont
           *>lus sur les en-tetes de commande, leurs reglements etant
           *>rattaches au numero de vente reserve (la vente creee au
           *>retrait n'est pas recomptee ci-dessus)
           MOVE 1 TO WfinCaisse
           OPEN INPUT fcommandes
           PERFORM WITH TEST AFTER UNTIL WfinCaisse = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinCaisse
               NOT AT END
                   IF cmd_idSession = sc_id THEN
                      MOVE cmd_idVente TO fv_id
                      PERFORM CUMULER_PAIEMENTS_VENTE
                      IF paiementsTrouves = 0 THEN
                      EVALUATE cmd_modePaiement
                          WHEN "ES" ADD cmd_acompte TO
                                    totalVentesEspeces END-ADD
                          WHEN "CB" ADD cmd_acompte TO
                                    totalVentesCarte END-ADD
                          WHEN "CH" ADD cmd_acompte TO
                                    totalVentesCheque END-ADD
                      END-EVALUATE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           MOVE 1 TO WfinCaisse
           OPEN INPUT fmouvCaisse
           PERFORM WITH TEST AFTER UNTIL WfinCaisse = 0
           MOVE "CH" TO pg_modePaiement
           MOVE montantComposant TO pg_montant
           MOVE 0 TO pg_idRemise
           MOVE SPACE TO pg_impaye
           WRITE tamp_fpaiement
              INVALID KEY
                 DISPLAY "ERREUR : composant cheque non enregistre"
                    DISPLAY "Ventes en especes : ", totalVentesEspeces
                    DISPLAY "Ventes par carte : ", totalVentesCarte
                    DISPLAY "Ventes par cheque : ", totalVentesCheque
                    DISPLAY "Billetage des especes du tiroir (fond"
                    DISPLAY "de caisse compris)"
                    MOVE "F" TO bi_objet
                    MOVE sc_id TO bi_reference
                    PERFORM SAISIR_BILLETAGE
                    MOVE totalBilletage TO sc_especesComptees
                    COMPUTE especesAttendues = sc_fondCaisse
                        + totalVentesEspeces + totalMouvEntree
                        - totalMouvSortie
                          DISPLAY "Especes comptees : ",
                                  sc_especesComptees
                          DISPLAY "Ecart de caisse : ", ecartCaisse
                          *>Le tiroir entier rentre au coffre
                          MOVE "FT" TO typeMouvCoffre
                          MOVE sc_especesComptees TO montantCoffre
                          MOVE sc_id TO idSessionCoffre
                          MOVE 0 TO idRemiseCoffre
                          PERFORM ENREGISTRER_MOUV_COFFRE
                          PERFORM RAPPORT_VARIANCE_SESSION
                          MOVE "FERMER_SESSION_CAISSE" TO
                               journalParagraphe
                    END-REWRITE
              END-READ
              CLOSE fsessionsCaisse
              *>Les paniers gares depuis ce poste et jamais repris
              *>sont liberes avec leurs allocations
              PERFORM LIBERER_PANIERS_GARES
           END-IF.

      *>Cette méthode ecrit le rapport de rapprochement de la session
           MOVE 0 TO nbAcomptes
           MOVE 0 TO totalAcomptes
           MOVE 1 TO WfinCaisse
           OPEN INPUT fcommandes
           DISPLAY "-- ACOMPTES SUR COMMANDES OUVERTES --"
           PERFORM WITH TEST AFTER UNTIL WfinCaisse = 0
               READ fcommandes NEXT
               AT END MOVE 0 TO WfinCaisse
               NOT AT END
                   IF (COMMANDE_EN_ATTENTE OR COMMANDE_EXPEDIEE)
                      AND cmd_acompte > 0 THEN
                      ADD 1 TO nbAcomptes END-ADD
                      ADD cmd_acompte TO totalAcomptes END-ADD
                      DISPLAY "Commande ", cmd_id
                      DISPLAY "   Client : ", cmd_client
                      DISPLAY "   Acompte : ", cmd_acompte,
                              " - reste du : ", cmd_resteDu
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandes
           DISPLAY "-------------------------------"
           DISPLAY "Commandes avec acompte : ", nbAcomptes
           DISPLAY "Total des acomptes detenus : ", totalAcomptes.

      *>Cette méthode cree le bon d'achat (bon cadeau ou avoir) dont
      *>le type, le client et le montant ont ete prepares par
      *>l'appelant, apres avoir fait saisir un numero de bon libre ;
      *>le bon recoit sa date d'expiration selon la validite de son
      *>type
        EMETTRE_BON_ACHAT.
           PERFORM WITH TEST AFTER UNTIL trouveBonAchat = 0
                   DISPLAY "Entrez le numero du bon/avoir"
           MOVE montantBonVendu TO ba_montantInitial
           MOVE montantBonVendu TO ba_solde
           MOVE 0 TO ba_statut
           PERFORM CALCULER_EXPIRATION_BON
           MOVE SPACE TO ba_relance
           MOVE 0 TO ba_montantExpire
           MOVE SPACES TO ba_dateLiberation
           OPEN I-O fbonsAchat
           WRITE tamp_fbonAchat
           END-WRITE
           CLOSE fbonsAchat
           DISPLAY "Bon/avoir ", numeroBonAchat, " emis pour ",
                   montantBonVendu
           DISPLAY "Valable jusqu'au ", ba_dateExpiration
           MOVE "EMETTRE_BON_ACHAT" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fbonsAchat" TO journalFichier
      *>reglement (partiel ou total) de la vente en cours : le solde
      *>du bon est impute sur le prix TTC (ventile entre HT et TVA
      *>comme pour les points de fidelite) et le solde restant du bon
      *>est reecrit, le bon passant epuise a 0 ; un bon expire est
      *>refuse
        UTILISER_BON_ACHAT.
           MOVE 0 TO montantUtiliseBon
           MOVE FUNCTION CURRENT-DATE TO dateJourBon
           DISPLAY "Utiliser un bon cadeau ou un avoir ? (O/N)"
           ACCEPT reponseBonAchat
           IF reponseBonAchat = "O" OR reponseBonAchat = "o" THEN
                 NOT INVALID KEY
                    IF BON_EPUISE THEN
                       DISPLAY "Ce bon/avoir est epuise"
                    ELSE IF BON_EXPIRE OR
                       (ba_dateExpiration IS NUMERIC AND
                        ba_dateExpiration < dateJourBon) THEN
                       DISPLAY "Ce bon/avoir a expire le ",
                               ba_dateExpiration
                    ELSE
                       DISPLAY "Solde du bon : ", ba_solde
                       MOVE ba_solde TO montantUtiliseBon
                             PERFORM ENREGISTRER_JOURNAL
                       END-REWRITE
                    END-IF
                    END-IF
              END-READ
              CLOSE fbonsAchat
           END-IF.
                 DISPLAY "Emis le : ", ba_dateEmission
                 DISPLAY "Montant initial : ", ba_montantInitial
                 DISPLAY "Solde restant : ", ba_solde
                 DISPLAY "Valable jusqu'au : ", ba_dateExpiration
                 IF BON_EPUISE THEN
                    DISPLAY "Ce bon/avoir est epuise"
                 END-IF
                 IF BON_EXPIRE THEN
                    DISPLAY "Ce bon/avoir a expire : ",
                            ba_montantExpire, " libere le ",
                            ba_dateLiberation
                 END-IF
           END-READ
           CLOSE fbonsAchat.

      *>Cette méthode recense les bons cadeaux et avoirs encore
      *>actifs et totalise leur solde : c'est l'encours de valeur
      *>stockee, c'est-a-dire la dette de la boutique envers ses
      *>clients, demande par le comptable ; l'encours est ventile
      *>par type et par anciennete d'emission (moins de 3 mois, 3 a
      *>6 mois, 6 a 12 mois, plus d'un an) dans un rapport date
      *>pour le bilan
        RAPPORT_BONS_ACHAT.
           MOVE 0 TO nbBonsActifs
           MOVE 0 TO totalBonsActifs
           MOVE 0 TO totalBonsCadeau
           MOVE 0 TO totalAvoirs
           INITIALIZE tableAgeBons
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           MOVE SPACES TO nomRapport
           STRING "ENCOURS-BONS-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Encours des bons cadeaux et avoirs au "
                  DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Numero;Type;Emission;Expiration;Solde;Jours"
                TO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinCaisse
           OPEN INPUT fbonsAchat
           DISPLAY "-- ENCOURS DES BONS CADEAUX ET AVOIRS --"
                      ADD ba_solde TO totalBonsActifs END-ADD
                      DISPLAY "Bon ", ba_numero, " (", ba_type,
                              ") - solde : ", ba_solde
                      PERFORM VENTILER_ENCOURS_BON
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbonsAchat
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Bons cadeaux : " DELIMITED BY SIZE
                  totalBonsCadeau DELIMITED BY SIZE
                  " - avoirs : " DELIMITED BY SIZE
                  totalAvoirs DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO idxTrancheBon
           PERFORM 4 TIMES
               EVALUATE idxTrancheBon
                   WHEN 1 MOVE "Emis depuis moins de 3 mois"
                               TO libelleTrancheBon
                   WHEN 2 MOVE "Emis depuis 3 a 6 mois"
                               TO libelleTrancheBon
                   WHEN 3 MOVE "Emis depuis 6 a 12 mois"
                               TO libelleTrancheBon
                   WHEN 4 MOVE "Emis depuis plus d'un an"
                               TO libelleTrancheBon
               END-EVALUATE
               MOVE SPACES TO ligneRapport
               STRING libelleTrancheBon DELIMITED BY "  "
                      " : " DELIMITED BY SIZE
                      nbBonsTranche(idxTrancheBon) DELIMITED BY SIZE
                      " bon(s) - " DELIMITED BY SIZE
                      soldeBonsTranche(idxTrancheBon)
                      DELIMITED BY SIZE
                      INTO ligneRapport
               WRITE ligneRapport
               ADD 1 TO idxTrancheBon END-ADD
           END-PERFORM
           MOVE SPACES TO ligneRapport
           STRING "Encours total (dette envers les clients) : "
                  DELIMITED BY SIZE
                  totalBonsActifs DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "-------------------------------"
           DISPLAY "Nombre de bons actifs : ", nbBonsActifs
           DISPLAY "Encours total : ", totalBonsActifs
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode range le bon actif du tampon tamp_fbonAchat
      *>dans sa tranche d'anciennete et ecrit sa ligne au rapport
        VENTILER_ENCOURS_BON.
           IF BON_CADEAU THEN
              ADD ba_solde TO totalBonsCadeau END-ADD
           ELSE
              ADD ba_solde TO totalAvoirs END-ADD
           END-IF
           MOVE 0 TO ageBonJours
           IF ba_dateEmission(1:8) IS NUMERIC THEN
              MOVE ba_dateEmission(1:8) TO dateJourNum
              COMPUTE ageBonJours = entierDateJour
                  - FUNCTION INTEGER-OF-DATE(dateJourNum)
           END-IF
           EVALUATE TRUE
               WHEN ageBonJours NOT > 90 MOVE 1 TO idxTrancheBon
               WHEN ageBonJours NOT > 182 MOVE 2 TO idxTrancheBon
               WHEN ageBonJours NOT > 365 MOVE 3 TO idxTrancheBon
               WHEN OTHER MOVE 4 TO idxTrancheBon
           END-EVALUATE
           ADD 1 TO nbBonsTranche(idxTrancheBon) END-ADD
           ADD ba_solde TO soldeBonsTranche(idxTrancheBon) END-ADD
           MOVE SPACES TO ligneRapport
           STRING ba_numero DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ba_type DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ba_dateEmission(1:8) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ba_dateExpiration DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ba_solde DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ageBonJours DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode calcule la date d'expiration du bon du tampon
      *>tamp_fbonAchat : date d'emission plus la validite de son
      *>type en mois, ramenee au dernier jour du mois si ce jour
      *>n'y existe pas
        CALCULER_EXPIRATION_BON.
           IF BON_CADEAU THEN
              MOVE VALIDITE_BON_CADEAU TO nbMoisValidite
           ELSE
              MOVE VALIDITE_AVOIR TO nbMoisValidite
           END-IF
           MOVE ba_dateEmission(1:8) TO dateExpirationBon
           COMPUTE moisCalculBon = moisExpirationBon + nbMoisValidite
           PERFORM UNTIL moisCalculBon NOT > 12
               SUBTRACT 12 FROM moisCalculBon END-SUBTRACT
               ADD 1 TO anExpirationBon END-ADD
           END-PERFORM
           MOVE moisCalculBon TO moisExpirationBon
           MOVE dateExpirationBon TO dateSaisieValidee
           PERFORM VALIDER_DATE_SAISIE
           PERFORM UNTIL dateValide = 1
               SUBTRACT 1 FROM jourExpirationBon END-SUBTRACT
               MOVE dateExpirationBon TO dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateExpirationBon TO ba_dateExpiration.

      *>Cette méthode date l'expiration d'un bon emis avant la
      *>gestion des validites : validite de son type comptee depuis
      *>l'emission, mais jamais avant la fin du delai de relance a
      *>partir d'aujourd'hui, pour que le porteur soit prevenu
        DATER_BON_ANCIEN.
           PERFORM CALCULER_EXPIRATION_BON
           COMPUTE entierExpirationBon = entierDateJour
               + DELAI_RELANCE_BON
           MOVE ba_dateExpiration TO dateJourNum
           IF FUNCTION INTEGER-OF-DATE(dateJourNum) <
              entierExpirationBon THEN
              COMPUTE dateJourNum =
                  FUNCTION DATE-OF-INTEGER(entierExpirationBon)
              MOVE dateJourNum TO ba_dateExpiration
           END-IF.

      *>Cette méthode previent par la boite d'envoi les porteurs
      *>identifies des bons actifs qui expirent dans les
      *>DELAI_RELANCE_BON jours, une seule fois par bon ; les bons
      *>anciens sans date d'expiration en recoivent une
        RELANCER_BONS_EXPIRANT.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           MOVE 0 TO nbBonsRelances
           MOVE 1 TO WfinBon
           OPEN I-O fbonsAchat
           PERFORM WITH TEST AFTER UNTIL WfinBon = 0
               READ fbonsAchat NEXT
               AT END MOVE 0 TO WfinBon
               NOT AT END
                   IF BON_ACTIF AND ba_dateExpiration = SPACES THEN
                      PERFORM DATER_BON_ANCIEN
                      REWRITE tamp_fbonAchat
                      END-REWRITE
                   END-IF
                   IF BON_ACTIF AND NOT BON_RELANCE AND
                      ba_client NOT = 0 AND
                      ba_dateExpiration IS NUMERIC THEN
                      MOVE ba_dateExpiration TO dateJourNum
                      MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                           entierExpirationBon
                      IF entierExpirationBon NOT < entierDateJour AND
                         entierExpirationBon - entierDateJour NOT >
                         DELAI_RELANCE_BON THEN
                         PERFORM NOTIFIER_EXPIRATION_BON
                         MOVE "O" TO ba_relance
                         REWRITE tamp_fbonAchat
                         END-REWRITE
                         ADD 1 TO nbBonsRelances END-ADD
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbonsAchat
           DISPLAY "Bons proches de l'expiration relances : ",
                   nbBonsRelances.

      *>Cette méthode depose dans la boite d'envoi le rappel
      *>d'expiration du bon du tampon tamp_fbonAchat
        NOTIFIER_EXPIRATION_BON.
           MOVE ba_client TO nb_client
           MOVE SPACES TO nb_mail
           IF BON_CADEAU THEN
              MOVE "VOTRE BON CADEAU EXPIRE BIENTOT" TO nb_objet
           ELSE
              MOVE "VOTRE AVOIR EXPIRE BIENTOT" TO nb_objet
           END-IF
           MOVE SPACES TO nb_texte
           STRING "Il reste " DELIMITED BY SIZE
                  ba_solde DELIMITED BY SIZE
                  " sur le bon " DELIMITED BY SIZE
                  ba_numero DELIMITED BY SPACE
                  ", valable jusqu'au " DELIMITED BY SIZE
                  ba_dateExpiration DELIMITED BY SIZE
                  INTO nb_texte
           PERFORM DEPOSER_NOTIFICATION.

      *>Cette méthode libere en fin de periode le solde des bons
      *>expires : le bon passe expire, son solde quitte la dette
      *>envers les clients et part en produit (ecritures dans
      *>l'export du comptable), avec un rapport de detail
        LIBERER_BONS_EXPIRES.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateJourNum
           MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                entierDateJour
           MOVE dateRapport(1:8) TO dateJourBon
           MOVE dateRapport(1:8) TO dateEcriture
           MOVE 0 TO nbBonsExpires
           MOVE 0 TO totalBonsExpires
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
           STRING "BONS-EXPIRES-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Soldes de bons expires liberes le "
                  DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinBon
           OPEN I-O fbonsAchat
           PERFORM WITH TEST AFTER UNTIL WfinBon = 0
               READ fbonsAchat NEXT
               AT END MOVE 0 TO WfinBon
               NOT AT END
                   IF BON_ACTIF AND ba_dateExpiration = SPACES THEN
                      PERFORM DATER_BON_ANCIEN
                      REWRITE tamp_fbonAchat
                      END-REWRITE
                   END-IF
                   IF BON_ACTIF AND ba_dateExpiration IS NUMERIC AND
                      ba_dateExpiration < dateJourBon THEN
                      PERFORM LIBERER_BON_EXPIRE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbonsAchat
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Bons expires : " DELIMITED BY SIZE
                  nbBonsExpires DELIMITED BY SIZE
                  " - soldes liberes : " DELIMITED BY SIZE
                  totalBonsExpires DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           CLOSE fecritures
           DISPLAY "Bons expires : ", nbBonsExpires,
                   " - soldes liberes : ", totalBonsExpires
           DISPLAY "Detail enregistre dans : ", nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode libere le solde du bon expire du tampon
      *>(fbonsAchat ouvert en I-O, fecritures et frapport ouverts) :
      *>debit de la dette envers les clients, credit des produits
        LIBERER_BON_EXPIRE.
           MOVE ba_solde TO ba_montantExpire
           MOVE 0 TO ba_solde
           MOVE 2 TO ba_statut
           MOVE dateJourBon TO ba_dateLiberation
           REWRITE tamp_fbonAchat
           END-REWRITE
           ADD 1 TO nbBonsExpires END-ADD
           ADD ba_montantExpire TO totalBonsExpires END-ADD
           IF ba_montantExpire > 0 THEN
              MOVE "OD" TO journalEcriture
              MOVE SPACES TO refEcriture
              STRING "BON-" DELIMITED BY SIZE
                     ba_numero DELIMITED BY SPACE
                     INTO refEcriture
              MOVE "419000" TO compteEcriture
              MOVE "D" TO sensEcriture
              MOVE ba_montantExpire TO montantEcriture
              PERFORM ECRIRE_LIGNE_ECRITURE
              MOVE "758000" TO compteEcriture
              MOVE "C" TO sensEcriture
              MOVE ba_montantExpire TO montantEcriture
              PERFORM ECRIRE_LIGNE_ECRITURE
           END-IF
           MOVE SPACES TO ligneRapport
           STRING ba_numero DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ba_type DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ba_dateEmission(1:8) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ba_dateExpiration DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ba_montantExpire DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "LIBERER_BONS_EXPIRES" TO journalParagraphe
           MOVE "MODIFICATION" TO journalOperation
           MOVE "fbonsAchat" TO journalFichier
           MOVE ba_numero TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode exporte les ecritures comptables du jour dans
      *>un fichier mensuel delimite par des points-virgules : chaque
      *>vente (journal VT), retour (journal VT en sens inverse),
      *>achat et frais general (journal AC) du jour produit des
      *>lignes debit/credit equilibrees, que le comptable importe
      *>dans son logiciel au lieu de ressaisir les rapports papier
        EXPORTER_ECRITURES_COMPTABLES.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE dateRapport(1:8) TO dateEcriture
              WRITE ligneEcriture
           END-IF

           *>Ventes effectives du jour : debit caisse TTC (compte
           *>d'attente de la place de marche pour une vente qu'elle a
           *>encaissee), credit ventes HT, credit TVA collectee
           MOVE 1 TO WfinEcr
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinEcr = 0
                      fv_dateVente(1:8) = dateEcriture THEN
                      MOVE "VT" TO journalEcriture
                      MOVE fv_id TO refEcriture
                      IF PAIEMENT_PLACE_MARCHE THEN
                         MOVE "467100" TO compteEcriture
                      ELSE
                         MOVE "530000" TO compteEcriture
                      END-IF
                      MOVE "D" TO sensEcriture
                      MOVE fv_prixVente TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                            MOVE "D" TO sensEcriture
                            MOVE fv_montantTVA TO montantEcriture
                            PERFORM ECRIRE_LIGNE_ECRITURE
                            IF PAIEMENT_PLACE_MARCHE THEN
                               MOVE "467100" TO compteEcriture
                            ELSE
                               MOVE "530000" TO compteEcriture
                            END-IF
                            MOVE "C" TO sensEcriture
                            MOVE fv_prixVente TO montantEcriture
                            PERFORM ECRIRE_LIGNE_ECRITURE
               END-READ
           END-PERFORM
           CLOSE fachats

           *>Frais d'approche du jour : la charge part sur son
           *>propre compte de frais accessoires d'achat, et la part
           *>portee sur le stock restant est immobilisee en stock
           *>(le reste corrige le cout des ventes deja sorties)
           MOVE 1 TO WfinEcr
           OPEN INPUT ffraisApproche
           PERFORM WITH TEST AFTER UNTIL WfinEcr = 0
               READ ffraisApproche NEXT
               AT END MOVE 0 TO WfinEcr
               NOT AT END
                   IF fap_date(1:8) = dateEcriture THEN
                      MOVE "AC" TO journalEcriture
                      MOVE SPACES TO refEcriture
                      STRING "FAP-" DELIMITED BY SIZE
                             fap_id(6:10) DELIMITED BY SIZE
                             INTO refEcriture
                      MOVE "608000" TO compteEcriture
                      MOVE "D" TO sensEcriture
                      MOVE fap_montant TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                      MOVE "401000" TO compteEcriture
                      MOVE "C" TO sensEcriture
                      MOVE fap_montant TO montantEcriture
                      PERFORM ECRIRE_LIGNE_ECRITURE
                      IF fap_montantStock > 0 THEN
                         MOVE "370000" TO compteEcriture
                         MOVE "D" TO sensEcriture
                         MOVE fap_montantStock TO montantEcriture
                         PERFORM ECRIRE_LIGNE_ECRITURE
                         MOVE "603700" TO compteEcriture
                         MOVE "C" TO sensEcriture
                         MOVE fap_montantStock TO montantEcriture
                         PERFORM ECRIRE_LIGNE_ECRITURE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffraisApproche

           *>Frais generaux du jour : charges, TVA deductible et
           *>dettes fournisseur, puis les reglements du jour
           PERFORM EXPORTER_ECRITURES_DEPENSES
           CLOSE fecritures
           DISPLAY "Ecritures comptables du jour : ", nbEcrituresJour
           DISPLAY "Export cumule dans : ", nomEcritures.
           DISPLAY "Entrez l'id de la commande a echelonner"
           ACCEPT idCommande
           MOVE 0 TO trouvePlan
           PERFORM OUVRIR_IO_FCOMMANDES
           MOVE idCommande TO cmd_id
           READ fcommandes KEY IS cmd_id
              INVALID KEY DISPLAY "Erreur, cet id n'est pas attribue"
              NOT INVALID KEY
                 IF (COMMANDE_EN_ATTENTE OR COMMANDE_EXPEDIEE) AND
                    cmd_resteDu > 0 AND cmd_idPlan = 0 THEN
                    MOVE 1 TO trouvePlan
                 ELSE
                    DISPLAY "Seule une commande ouverte avec un"
                    DISPLAY "solde restant du, et sans plan en"
                    DISPLAY "cours, peut etre echelonnee"
                 END-IF
           END-READ
           IF trouvePlan = 1 THEN
              MOVE 0 TO nbEcheancesPlan
              PERFORM WITH TEST AFTER UNTIL nbEcheancesPlan >= 2
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO idPlanPaiement
              MOVE idPlanPaiement TO pl_id
              MOVE cmd_id TO pl_idCommande
              MOVE cmd_client TO pl_client
              MOVE cmd_resteDu TO pl_montantTotal
              MOVE 0 TO pl_montantRegle
              MOVE nbEcheancesPlan TO pl_nbEcheances
              MOVE 0 TO pl_statut
              WRITE tamp_fplan
              END-WRITE
              CLOSE fplans
              *>La commande porte le lien vers son plan
              MOVE idPlanPaiement TO cmd_idPlan
              REWRITE tamp_fcommande
              END-REWRITE
              DIVIDE pl_montantTotal BY nbEcheancesPlan
                  GIVING montantEcheancePlan ROUNDED
              MOVE 0 TO cumulEcheancesPlan
                  COMPUTE dateJourNum =
                      FUNCTION DATE-OF-INTEGER(entierDateJour
                      + noEcheancePlan * 30)
                  IF OPTION_CAL_ACTIVE(OPT_CAL_ECHEANCE) THEN
                     MOVE dateJourNum TO dateCalendrier
                     PERFORM REPORTER_JOUR_OUVERT
                     MOVE dateCalendrier TO dateJourNum
                  END-IF
                  MOVE SPACES TO pe_dateEcheance
                  MOVE dateJourNum TO pe_dateEcheance(1:8)
                  MOVE 0 TO pe_statut
              MOVE "fplans" TO journalFichier
              MOVE pl_id TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF
           CLOSE fcommandes.

      *>Cette méthode encaisse une echeance d'un plan de paiement :
      *>le versement passe par la caisse comme tout reglement (avec
                    IF ECHEANCE_REGLEE THEN
                       DISPLAY "Cette echeance est deja reglee"
                       MOVE 0 TO trouvePlan
                    ELSE IF ECHEANCE_EN_PRELEVEMENT THEN
                       DISPLAY "Cette echeance est en cours de"
                       DISPLAY "prelevement"
                       MOVE 0 TO trouvePlan
                    ELSE
                       MOVE 1 TO pe_statut
                       REWRITE tamp_fplanEcheance
                       END-REWRITE
                    END-IF
                    END-IF
              END-READ
              CLOSE fplansEcheances
              IF trouvePlan = 1 THEN
                 REWRITE tamp_fplan
                 END-REWRITE
                 *>Le solde du de la commande suit le versement
                 PERFORM OUVRIR_IO_FCOMMANDES
                 MOVE pl_idCommande TO cmd_id
                 READ fcommandes KEY IS cmd_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF pe_montant > cmd_resteDu THEN
                          MOVE 0 TO cmd_resteDu
                       ELSE
                          SUBTRACT pe_montant FROM cmd_resteDu
                              END-SUBTRACT
                       END-IF
                       REWRITE tamp_fcommande
                       END-REWRITE
                       DISPLAY "Solde restant du sur la commande : ",
                               cmd_resteDu
                 END-READ
                 CLOSE fcommandes
                 MOVE "ENCAISSER_ECHEANCE_PLAN" TO journalParagraphe
                 MOVE "MODIFICATION" TO journalOperation
                 MOVE "fplans" TO journalFichier
           *>detail des reglements de la vente du plan, pour les
           *>remises en banque
           IF modeReglementSolde = "CH" THEN
              MOVE 0 TO idVenteComposant
              OPEN INPUT fcommandes
              MOVE pl_idCommande TO cmd_id
              READ fcommandes KEY IS cmd_id
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE cmd_idVente TO idVenteComposant
              END-READ
              CLOSE fcommandes
              MOVE pe_montant TO montantComposant
              PERFORM AJOUTER_COMPOSANT_CHEQUE
           END-IF.

      *>Cette méthode compte les echeances encore a venir du plan
      *>idPlanPaiement (une echeance en cours de prelevement n'est
      *>pas encore reglee)
        COMPTER_ECHEANCES_RESTANTES.
           MOVE 0 TO resteEcheancesPlan
           MOVE 1 TO WfinPlan
                        IF pe_idPlan NOT = idPlanPaiement THEN
                           MOVE 0 TO WfinPlan
                        ELSE
                           IF NOT ECHEANCE_REGLEE THEN
                              ADD 1 TO resteEcheancesPlan END-ADD
                           END-IF
                        END-IF
      *>restitue par le chemin de restauration des ventes, commande
      *>marquee annulee, et avoir emis pour les versements recus
        ANNULER_COMMANDE_DEFAUT.
           PERFORM OUVRIR_IO_FCOMMANDES
           MOVE pl_idCommande TO cmd_id
           READ fcommandes KEY IS cmd_id
              INVALID KEY
                 DISPLAY "Commande du plan introuvable"
              NOT INVALID KEY
                 PERFORM CHARGER_COMMANDE_TAMPON
                 *>Le stock d'une commande multi-lignes ne sort qu'au
                 *>retrait des lignes : rien n'est a restituer ici,
                 *>ses lignes ouvertes sont simplement fermees ; la
                 *>l'ancienne, dont l'annulation rendait un exemplaire
                 PERFORM VERIFIER_COMMANDE_A_LIGNES
                 IF commandeALignes = 0 THEN
                    MOVE cmd_titreComics TO titreRef
                    MOVE cmd_idRef TO idArticleRef
                    MOVE 1 TO quantiteRestaur
                    PERFORM RESTAURER_STOCK_RETOUR
                 ELSE
                    PERFORM FERMER_LIGNES_PLAN_DEFAUT
                 END-IF
                 COMPUTE montantDefautPlan =
                     cmd_acompte + pl_montantRegle
                 MOVE 5 TO cmd_statut
                 REWRITE tamp_fcommande
                    INVALID KEY
                       DISPLAY "Erreur d'annulation de la commande"
                    NOT INVALID KEY
                       DISPLAY "Commande ", cmd_id, " annulee"
                       IF montantDefautPlan > 0 THEN
                          DISPLAY "Versements recus a convertir en"
                          DISPLAY "avoir : ", montantDefautPlan
                          MOVE "A" TO ba_type
                          MOVE cmd_client TO ba_client
                          MOVE montantDefautPlan TO montantBonVendu
                          PERFORM EMETTRE_BON_ACHAT
                       END-IF
                 END-REWRITE
           END-READ
           CLOSE fcommandes.

      *>Cette méthode ferme les lignes encore ouvertes de la
      *>commande annulee pour defaut de plan : elles cessent de
                 END-PERFORM
           END-START
           CLOSE fcommandesLignes.

      *>Cette méthode saisit un billetage : le nombre de billets et
      *>de pieces de chaque coupure, dont le total (totalBilletage)
      *>est le montant compte ; le detail est conserve sous le numero
      *>idBilletage (l'appelant a pose l'objet et la reference du
      *>comptage dans le tampon tamp_fbilletage)
        SAISIR_BILLETAGE.
           MOVE 0 TO totalBilletage
           PERFORM VARYING idxCoupure FROM 1 BY 1
                   UNTIL idxCoupure > NB_COUPURES
               MOVE valeurCoupure(idxCoupure) TO valeurCoupureEdit
               MOVE 0 TO bi_quantite(idxCoupure)
               DISPLAY "Nombre de " valeurCoupureEdit " EUR"
               ACCEPT bi_quantite(idxCoupure)
               COMPUTE totalBilletage = totalBilletage
                   + bi_quantite(idxCoupure) * valeurCoupure(idxCoupure)
           END-PERFORM
           DISPLAY "Total compte : ", totalBilletage
           MOVE "BILLETAGE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO idBilletage
           MOVE idBilletage TO bi_id
           MOVE FUNCTION CURRENT-DATE TO bi_date
           MOVE idEmploye TO bi_employe
           MOVE totalBilletage TO bi_total
           OPEN I-O fbilletages
           WRITE tamp_fbilletage
           END-WRITE
           CLOSE fbilletages.

      *>Cette méthode lit le solde attendu du coffre, porte par la
      *>derniere ligne du registre (0 si le registre est vide)
        LIRE_SOLDE_COFFRE.
           MOVE 0 TO soldeCoffre
           MOVE 1 TO WfinCoffre
           OPEN INPUT fcoffre
           PERFORM WITH TEST AFTER UNTIL WfinCoffre = 0
               READ fcoffre NEXT
               AT END MOVE 0 TO WfinCoffre
               NOT AT END MOVE cof_soldeAttendu TO soldeCoffre
               END-READ
           END-PERFORM
           CLOSE fcoffre.

      *>Cette méthode ecrit une ligne du registre du coffre : type
      *>typeMouvCoffre, montant montantCoffre, session et remise
      *>liees ; le solde attendu suit le sens du transfert, et un
      *>comptage (CC, billetage idBilletage) fixe l'ecart et fait
      *>repartir le solde du montant compte
        ENREGISTRER_MOUV_COFFRE.
           PERFORM LIRE_SOLDE_COFFRE
           MOVE 0 TO ecartCoffre
           EVALUATE typeMouvCoffre
               WHEN "OT"
                   SUBTRACT montantCoffre FROM soldeCoffre
                       END-SUBTRACT
               WHEN "RB"
                   SUBTRACT montantCoffre FROM soldeCoffre
                       END-SUBTRACT
               WHEN "FT"
                   ADD montantCoffre TO soldeCoffre END-ADD
               WHEN "MB"
                   ADD montantCoffre TO soldeCoffre END-ADD
               WHEN "CC"
                   COMPUTE ecartCoffre = montantCoffre - soldeCoffre
                   MOVE montantCoffre TO soldeCoffre
           END-EVALUATE
           MOVE "MOUVCOFFRE" TO compteurNom
           PERFORM OBTENIR_PROCHAIN_ID
           MOVE prochainId TO cof_id
           MOVE FUNCTION CURRENT-DATE TO cof_date
           MOVE typeMouvCoffre TO cof_type
           MOVE montantCoffre TO cof_montant
           MOVE idSessionCoffre TO cof_idSession
           MOVE idRemiseCoffre TO cof_idRemise
           MOVE idEmploye TO cof_employe
           IF typeMouvCoffre = "CC" THEN
              MOVE idBilletage TO cof_idBilletage
           ELSE
              MOVE 0 TO cof_idBilletage
           END-IF
           MOVE soldeCoffre TO cof_soldeAttendu
           MOVE ecartCoffre TO cof_ecart
           OPEN I-O fcoffre
           WRITE tamp_fcoffre
           END-WRITE
           CLOSE fcoffre.

      *>Cette méthode enregistre la monnaie achetee a la banque
      *>(rouleaux de pieces, petites coupures) et rangee au coffre
        ACHETER_MONNAIE_BANQUE.
           MOVE 0 TO montantCoffre
           PERFORM WITH TEST AFTER UNTIL montantCoffre > 0
                   DISPLAY "Montant de la monnaie achetee"
                   ACCEPT montantCoffre
           END-PERFORM
           MOVE "MB" TO typeMouvCoffre
           MOVE 0 TO idSessionCoffre
           MOVE 0 TO idRemiseCoffre
           PERFORM ENREGISTRER_MOUV_COFFRE
           DISPLAY "Monnaie rangee au coffre, solde attendu : ",
                   soldeCoffre
           MOVE "ACHETER_MONNAIE_BANQUE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fcoffre" TO journalFichier
           MOVE cof_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode compte le coffre par coupure : le montant
      *>compte est compare au solde attendu du registre, l'ecart
      *>est enregistre avec l'employe qui a compte
        COMPTER_COFFRE.
           PERFORM LIRE_SOLDE_COFFRE
           DISPLAY "Billetage du coffre"
           MOVE "C" TO bi_objet
           MOVE 0 TO bi_reference
           PERFORM SAISIR_BILLETAGE
           MOVE "CC" TO typeMouvCoffre
           MOVE totalBilletage TO montantCoffre
           MOVE 0 TO idSessionCoffre
           MOVE 0 TO idRemiseCoffre
           PERFORM ENREGISTRER_MOUV_COFFRE
           COMPUTE soldeOuvertureCoffre = montantCoffre - ecartCoffre
           DISPLAY "Solde attendu : ", soldeOuvertureCoffre
           DISPLAY "Solde compte : ", montantCoffre
           MOVE ecartCoffre TO montantEditeCoffre
           DISPLAY "Ecart : ", montantEditeCoffre
           IF ecartCoffre NOT = 0 THEN
              DISPLAY "Ecart a justifier : voir le controle du"
              DISPLAY "coffre du jour"
           END-IF
           MOVE "COMPTER_COFFRE" TO journalParagraphe
           MOVE "AJOUT" TO journalOperation
           MOVE "fcoffre" TO journalFichier
           MOVE cof_id TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette méthode imprime le controle du coffre d'une journee :
      *>solde attendu a l'ouverture du jour, chaque transfert avec
      *>son employe, sa session ou sa remise et le solde attendu qui
      *>en resulte, chaque comptage avec son ecart ; un ecart se
      *>rattache ainsi aux transferts passes depuis le comptage
      *>precedent
        CONTROLER_COFFRE_JOUR.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           DISPLAY "Date du controle (AAAAMMJJ, ENTREE = ce jour)"
           MOVE SPACES TO dateControleCoffre
           ACCEPT dateControleCoffre
           IF dateControleCoffre = SPACES THEN
              MOVE dateRapport(1:8) TO dateControleCoffre
           END-IF
           MOVE 0 TO soldeOuvertureCoffre
           MOVE 0 TO soldeCoffre
           MOVE 0 TO nbMouvCoffre
           MOVE 0 TO nbComptagesCoffre
           MOVE SPACES TO nomRapport
           STRING "COFFRE-" DELIMITED BY SIZE
                  dateControleCoffre DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Controle du coffre du " DELIMITED BY SIZE
                  dateControleCoffre DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE 1 TO WfinCoffre
           OPEN INPUT fcoffre
           PERFORM WITH TEST AFTER UNTIL WfinCoffre = 0
               READ fcoffre NEXT
               AT END MOVE 0 TO WfinCoffre
               NOT AT END
                   IF cof_date(1:8) < dateControleCoffre THEN
                      MOVE cof_soldeAttendu TO soldeOuvertureCoffre
                   END-IF
                   IF cof_date(1:8) = dateControleCoffre THEN
                      IF nbMouvCoffre = 0 AND
                         nbComptagesCoffre = 0 THEN
                         PERFORM ECRIRE_OUVERTURE_COFFRE
                      END-IF
                      PERFORM ECRIRE_LIGNE_COFFRE
                      MOVE cof_soldeAttendu TO soldeCoffre
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcoffre
           IF nbMouvCoffre = 0 AND nbComptagesCoffre = 0 THEN
              PERFORM ECRIRE_OUVERTURE_COFFRE
              MOVE soldeOuvertureCoffre TO soldeCoffre
              MOVE "Aucun mouvement ce jour" TO ligneRapport
              WRITE ligneRapport
           END-IF
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE soldeCoffre TO montantEditeCoffre
           MOVE SPACES TO ligneRapport
           STRING "Solde attendu en fin de journee : "
                  DELIMITED BY SIZE
                  montantEditeCoffre DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF nbComptagesCoffre = 0 THEN
              MOVE "Coffre non compte ce jour" TO ligneRapport
              WRITE ligneRapport
           END-IF
           CLOSE frapport
           DISPLAY "Transferts : ", nbMouvCoffre,
                   " - comptages : ", nbComptagesCoffre
           DISPLAY "Controle enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateControleCoffre TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode ecrit le solde attendu du coffre a l'ouverture
      *>de la journee controlee
        ECRIRE_OUVERTURE_COFFRE.
           MOVE soldeOuvertureCoffre TO montantEditeCoffre
           MOVE SPACES TO ligneRapport
           STRING "Solde attendu a l'ouverture : " DELIMITED BY SIZE
                  montantEditeCoffre DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Heure;Type;Montant;Employe;Session/Remise;Solde"
                TO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode ecrit la ligne du registre du coffre presente
      *>dans le tampon tamp_fcoffre ; un comptage porte en plus le
      *>montant compte et l'ecart
        ECRIRE_LIGNE_COFFRE.
           MOVE cof_soldeAttendu TO montantEditeCoffre
           MOVE SPACES TO ligneRapport
           IF COFFRE_COMPTAGE THEN
              ADD 1 TO nbComptagesCoffre END-ADD
              COMPUTE soldeOuvertureCoffre = cof_montant - cof_ecart
              STRING cof_date(9:4) DELIMITED BY SIZE
                     ";COMPTAGE;" DELIMITED BY SIZE
                     cof_montant DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     cof_employe DELIMITED BY SPACE
                     ";billetage " DELIMITED BY SIZE
                     cof_idBilletage(6:10) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     montantEditeCoffre DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE soldeOuvertureCoffre TO montantEditeCoffre
              MOVE SPACES TO ligneRapport
              STRING "   attendu " DELIMITED BY SIZE
                     montantEditeCoffre DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              MOVE cof_ecart TO montantEditeCoffre
              MOVE SPACES TO ligneRapport
              STRING "   ecart " DELIMITED BY SIZE
                     montantEditeCoffre DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
              IF cof_ecart NOT = 0 THEN
                 MOVE "   ECART A JUSTIFIER : voir les transferts ci-d
      -"essus" TO ligneRapport
                 WRITE ligneRapport
              END-IF
           ELSE
              ADD 1 TO nbMouvCoffre END-ADD
              MOVE SPACES TO champRefCoffre
              IF cof_idRemise NOT = 0 THEN
                 STRING "remise " DELIMITED BY SIZE
                        cof_idRemise(6:10) DELIMITED BY SIZE
                        INTO champRefCoffre
              ELSE
                 IF cof_idSession NOT = 0 THEN
                    STRING "session " DELIMITED BY SIZE
                           cof_idSession(6:10) DELIMITED BY SIZE
                           INTO champRefCoffre
                 END-IF
              END-IF
              STRING cof_date(9:4) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     cof_type DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     cof_montant DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     cof_employe DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     champRefCoffre DELIMITED BY "  "
                     ";" DELIMITED BY SIZE
                     montantEditeCoffre DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette méthode edite le rapport de vigilance par caissier sur
      *>une periode : pour chaque employe, huit indicateurs sensibles
      *>(remboursements, echanges, lignes annulees, paniers
      *>abandonnes, derogations, remises, mouvements de tiroir sans
      *>vente, sessions en ecart) rapportes a son nombre de ventes et
      *>compares au taux de ses collegues sur les memes heures de la
      *>journee ; un ecart au dela du seuil parametre est signale
      *>par une etoile. Un signalement est un ecart statistique a
      *>examiner, pas une faute constatee
        RAPPORT_VIGILANCE_CAISSIERS.
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Entrez la date de debut de la periode"
               DISPLAY "(AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO dateDebutVigilance
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Entrez la date de fin de la periode"
               DISPLAY "(AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
               IF dateValide = 1 AND
                  dateSaisieValidee < dateDebutVigilance THEN
                  DISPLAY "La fin precede le debut de la periode"
                  MOVE 0 TO dateValide
               END-IF
           END-PERFORM
           MOVE dateSaisieValidee TO dateFinVigilance
           INITIALIZE tableVigilance
           INITIALIZE tableEquipeVigilance
           MOVE 0 TO nbEmployesVigilance
           MOVE 0 TO nbSignalementsVigilance
           PERFORM CUMULER_VENTES_VIGILANCE
           PERFORM CUMULER_JOURNAL_VIGILANCE
           PERFORM CUMULER_DEROGATIONS_VIGILANCE
           PERFORM CUMULER_SESSIONS_VIGILANCE
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "VIGILANCE-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "Vigilance par caissier du " DELIMITED BY SIZE
                  dateDebutVigilance DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  dateFinVigilance DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Taux pour 100 ventes ; pairs = collegues sur les "
                  DELIMITED BY SIZE
                  "memes heures" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Signalement (*) : au moins " DELIMITED BY SIZE
                  MIN_EVENEMENTS_VIGILANCE DELIMITED BY SIZE
                  " evenements et plus de " DELIMITED BY SIZE
                  SEUIL_ECART_VIGILANCE DELIMITED BY SIZE
                  " % au-dessus des pairs" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Un signalement est un ecart statistique a examiner,"
                TO ligneRapport
           WRITE ligneRapport
           MOVE "pas une faute constatee." TO ligneRapport
           WRITE ligneRapport
           DISPLAY "-- VIGILANCE PAR CAISSIER --"
           PERFORM VARYING idxVigilance FROM 1 BY 1
                   UNTIL idxVigilance > nbEmployesVigilance
               PERFORM EDITER_EMPLOYE_VIGILANCE
           END-PERFORM
           CLOSE frapport
           DISPLAY "-------------------------------"
           DISPLAY "Employes analyses : ", nbEmployesVigilance
           DISPLAY "Indicateurs signales : ", nbSignalementsVigilance
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode compte les ventes de la periode par employe et
      *>par heure (le denominateur des taux) ; une vente portant un
      *>code promo compte aussi comme remise accordee
        CUMULER_VENTES_VIGILANCE.
           MOVE 1 TO WfinVigilance
           OPEN INPUT fventes
           PERFORM WITH TEST AFTER UNTIL WfinVigilance = 0
               READ fventes NEXT
               AT END MOVE 0 TO WfinVigilance
               NOT AT END
                   IF fv_employe NOT = SPACES AND
                      fv_dateVente(1:8) >= dateDebutVigilance AND
                      fv_dateVente(1:8) <= dateFinVigilance THEN
                      MOVE fv_employe TO employeVigilance
                      MOVE fv_dateVente TO dateEvtVigilance
                      PERFORM TROUVER_EMPLOYE_VIGILANCE
                      IF idxVigilance > 0 THEN
                         ADD 1 TO vgVentes(idxVigilance,
                             heureVigilance) END-ADD
                         ADD 1 TO veVentes(heureVigilance) END-ADD
                         IF fv_codePromo NOT = SPACES THEN
                            MOVE 6 TO indicVigilance
                            PERFORM COMPTER_EVENEMENT_VIGILANCE
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventes.

      *>Cette méthode releve dans le journal d'audit les
      *>remboursements, echanges, lignes annulees, paniers
      *>abandonnes et mouvements de tiroir hors vente de la periode,
      *>au nom de l'employe connecte lors de l'operation
        CUMULER_JOURNAL_VIGILANCE.
           MOVE 1 TO WfinVigilance
           OPEN INPUT fjournal
           PERFORM WITH TEST AFTER UNTIL WfinVigilance = 0
               READ fjournal NEXT
               AT END MOVE 0 TO WfinVigilance
               NOT AT END
                   IF ja_employe NOT = SPACES AND
                      ja_date(1:8) >= dateDebutVigilance AND
                      ja_date(1:8) <= dateFinVigilance THEN
                      MOVE 0 TO indicVigilance
                      EVALUATE ja_paragraphe
                          WHEN "RETOURNER_VENTE"
                              MOVE 1 TO indicVigilance
                          WHEN "ECHANGER_VENTE"
                              MOVE 2 TO indicVigilance
                          WHEN "ANNULER_LIGNE_PANIER"
                              MOVE 3 TO indicVigilance
                          WHEN "ABANDONNER_PANIER"
                          WHEN "LIBERER_PANIERS_GARES"
                              MOVE 4 TO indicVigilance
                          WHEN "MOUVEMENT_CAISSE"
                              MOVE 7 TO indicVigilance
                      END-EVALUATE
                      IF indicVigilance > 0 THEN
                         MOVE ja_employe TO employeVigilance
                         MOVE ja_date TO dateEvtVigilance
                         PERFORM TROUVER_EMPLOYE_VIGILANCE
                         PERFORM COMPTER_EVENEMENT_VIGILANCE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal.

      *>Cette méthode compte les derogations (forcages de prix, de
      *>remise ou de budget) au nom de l'employe qui les a demandees
        CUMULER_DEROGATIONS_VIGILANCE.
           MOVE 1 TO WfinVigilance
           OPEN INPUT fderogations
           PERFORM WITH TEST AFTER UNTIL WfinVigilance = 0
               READ fderogations NEXT
               AT END MOVE 0 TO WfinVigilance
               NOT AT END
                   IF dg_employe NOT = SPACES AND
                      dg_date(1:8) >= dateDebutVigilance AND
                      dg_date(1:8) <= dateFinVigilance THEN
                      MOVE dg_employe TO employeVigilance
                      MOVE dg_date TO dateEvtVigilance
                      MOVE 5 TO indicVigilance
                      PERFORM TROUVER_EMPLOYE_VIGILANCE
                      PERFORM COMPTER_EVENEMENT_VIGILANCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fderogations.

      *>Cette méthode reprend chaque session fermee dans la periode,
      *>recalcule les especes attendues comme a la fermeture et
      *>impute la session en ecart (et le montant de l'ecart) au
      *>poste qui l'a tenue
        CUMULER_SESSIONS_VIGILANCE.
           MOVE 1 TO WfinVigilance
           OPEN INPUT fsessionsCaisse
           PERFORM WITH TEST AFTER UNTIL WfinVigilance = 0
               READ fsessionsCaisse NEXT
               AT END MOVE 0 TO WfinVigilance
               NOT AT END
                   IF SESSION_FERMEE AND
                      sc_dateFermeture(1:8) >= dateDebutVigilance AND
                      sc_dateFermeture(1:8) <= dateFinVigilance THEN
                      PERFORM CALCULER_TOTAUX_SESSION
                      COMPUTE especesAttendues = sc_fondCaisse
                          + totalVentesEspeces + totalMouvEntree
                          - totalMouvSortie
                      COMPUTE ecartCaisse = sc_especesComptees
                          - especesAttendues
                      IF ecartCaisse NOT = 0 THEN
                         MOVE sc_poste TO employeVigilance
                         MOVE sc_dateFermeture TO dateEvtVigilance
                         MOVE 8 TO indicVigilance
                         PERFORM TROUVER_EMPLOYE_VIGILANCE
                         PERFORM COMPTER_EVENEMENT_VIGILANCE
                         IF idxVigilance > 0 THEN
                            MOVE ecartCaisse TO ecartAbsVigilance
                            ADD ecartAbsVigilance TO
                                vgEcartCaisse(idxVigilance) END-ADD
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fsessionsCaisse.

      *>Cette méthode retrouve (ou ajoute) l'employe employeVigilance
      *>dans la table ; idxVigilance ressort a 0 quand la table est
      *>pleine. L'heure de dateEvtVigilance donne heureVigilance
      *>(1 pour minuit a 24 pour 23 heures)
        TROUVER_EMPLOYE_VIGILANCE.
           MOVE 0 TO idxVigilance
           PERFORM VARYING idxRechVigilance FROM 1 BY 1
                   UNTIL idxRechVigilance > nbEmployesVigilance
                      OR idxVigilance > 0
               IF vgId(idxRechVigilance) = employeVigilance THEN
                  MOVE idxRechVigilance TO idxVigilance
               END-IF
           END-PERFORM
           IF idxVigilance = 0 AND
              nbEmployesVigilance < MAX_EMPLOYES_VIGILANCE THEN
              ADD 1 TO nbEmployesVigilance END-ADD
              MOVE nbEmployesVigilance TO idxVigilance
              MOVE employeVigilance TO vgId(idxVigilance)
           END-IF
           IF dateEvtVigilance(9:2) IS NUMERIC THEN
              COMPUTE heureVigilance =
                  FUNCTION NUMVAL(dateEvtVigilance(9:2)) + 1
              IF heureVigilance > 24 THEN
                 MOVE 1 TO heureVigilance
              END-IF
           ELSE
              MOVE 1 TO heureVigilance
           END-IF.

      *>Cette méthode compte l'evenement indicVigilance a l'heure
      *>heureVigilance pour l'employe idxVigilance et pour l'equipe
        COMPTER_EVENEMENT_VIGILANCE.
           IF idxVigilance > 0 THEN
              ADD 1 TO vgEvenement(idxVigilance, heureVigilance,
                  indicVigilance) END-ADD
              ADD 1 TO veEvenement(heureVigilance, indicVigilance)
                  END-ADD
           END-IF.

      *>Cette méthode edite le bloc de l'employe idxVigilance : une
      *>ligne par indicateur avec son nombre d'evenements, son taux,
      *>le taux des pairs aux memes heures et l'eventuel signalement
        EDITER_EMPLOYE_VIGILANCE.
           MOVE 0 TO ventesEmpVigilance
           PERFORM VARYING heureVigilance FROM 1 BY 1
                   UNTIL heureVigilance > 24
               ADD vgVentes(idxVigilance, heureVigilance) TO
                   ventesEmpVigilance END-ADD
           END-PERFORM
           MOVE vgEcartCaisse(idxVigilance) TO ecartVigilanceEdition
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Employe " DELIMITED BY SIZE
                  vgId(idxVigilance) DELIMITED BY SPACE
                  " - ventes : " DELIMITED BY SIZE
                  ventesEmpVigilance DELIMITED BY SIZE
                  " - ecarts de caisse cumules : " DELIMITED BY SIZE
                  ecartVigilanceEdition DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Indicateur;Nombre;Taux;Taux pairs;Signal"
                TO ligneRapport
           WRITE ligneRapport
           DISPLAY vgId(idxVigilance), " - ventes : ",
                   ventesEmpVigilance
           PERFORM VARYING indicVigilance FROM 1 BY 1
                   UNTIL indicVigilance > NB_INDICATEURS_VIGILANCE
               PERFORM EDITER_INDICATEUR_VIGILANCE
           END-PERFORM.

      *>Cette méthode compare l'indicateur indicVigilance de
      *>l'employe idxVigilance a ses pairs : le nombre attendu est
      *>la somme, heure par heure, des ventes de l'employe
      *>multipliees par le taux des autres employes a cette heure
        EDITER_INDICATEUR_VIGILANCE.
           MOVE 0 TO evtReelVigilance
           MOVE 0 TO evtAttenduVigilance
           PERFORM VARYING heureVigilance FROM 1 BY 1
                   UNTIL heureVigilance > 24
               ADD vgEvenement(idxVigilance, heureVigilance,
                   indicVigilance) TO evtReelVigilance END-ADD
               COMPUTE ventesPairsVigilance =
                   veVentes(heureVigilance)
                   - vgVentes(idxVigilance, heureVigilance)
               COMPUTE evtPairsVigilance =
                   veEvenement(heureVigilance, indicVigilance)
                   - vgEvenement(idxVigilance, heureVigilance,
                     indicVigilance)
               IF ventesPairsVigilance > 0 THEN
                  COMPUTE evtAttenduVigilance ROUNDED =
                      evtAttenduVigilance
                      + vgVentes(idxVigilance, heureVigilance)
                      * evtPairsVigilance / ventesPairsVigilance
               END-IF
           END-PERFORM
           MOVE 0 TO tauxReelVigilance
           MOVE 0 TO tauxPairsVigilance
           IF ventesEmpVigilance > 0 THEN
              COMPUTE tauxReelVigilance ROUNDED =
                  evtReelVigilance * 100 / ventesEmpVigilance
              COMPUTE tauxPairsVigilance ROUNDED =
                  evtAttenduVigilance * 100 / ventesEmpVigilance
           END-IF
           COMPUTE seuilCalcVigilance =
               evtAttenduVigilance * (100 + SEUIL_ECART_VIGILANCE)
               / 100
           MOVE SPACE TO signalVigilance
           IF evtReelVigilance >= MIN_EVENEMENTS_VIGILANCE AND
              evtReelVigilance > seuilCalcVigilance THEN
              MOVE "*" TO signalVigilance
              ADD 1 TO nbSignalementsVigilance END-ADD
           END-IF
           MOVE evtReelVigilance TO evtReelEdition
           MOVE tauxReelVigilance TO tauxReelEdition
           MOVE tauxPairsVigilance TO tauxPairsEdition
           MOVE SPACES TO ligneRapport
           STRING libelleVigilance(indicVigilance) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  evtReelEdition DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  tauxReelEdition DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  tauxPairsEdition DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  signalVigilance DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF signalVigilance = "*" THEN
              DISPLAY "   * ", libelleVigilance(indicVigilance),
                      " : ", evtReelEdition, " (taux ",
                      tauxReelEdition, " / pairs ",
                      tauxPairsEdition, ")"
           END-IF.
