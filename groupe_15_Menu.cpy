                        *>On verifie le PIN du gerant avant de donner
                        *>acces a MENU_GERANT
                        PERFORM VERIFIER_PIN_GERANT
                        *>Un PIN expire ou pose par un autre gerant
                        *>doit etre change avant d'entrer
                        IF pinValide = 1 AND pinAChanger = 1 THEN
                           PERFORM IMPOSER_CHANGEMENT_PIN
                        END-IF
                        IF pinValide = 1 THEN
                           PERFORM AFFICHER_BRIEFING_MATIN
                           *>Appel du sous-menu du gérant
                           PERFORM MENU_GERANT
                        ELSE
                END-READ
                CLOSE femployes
                IF employeValide = 1 THEN
                   MOVE idEmployeBorne TO idPinControle
                   MOVE pinBorne TO pinControle
                   PERFORM CONTROLER_PIN
                   MOVE pinValide TO employeValide
                   IF pinValide = 1 AND pinAChanger = 1 THEN
                      PERFORM IMPOSER_CHANGEMENT_PIN
                   END-IF
                END-IF
                IF employeValide = 1 THEN
                   MOVE 1 TO sortieBorne
                     nomFichierVentesPerd
                MOVE "formation_cmd_lignes.dat" TO
                     nomFichierCmdLignes
                MOVE "formation_commandes.dat" TO
                     nomFichierCommandes
                MOVE "formation_employes.dat" TO nomFichierEmployes
                MOVE "formation_credentials.dat" TO
                     nomFichierCredentials
                MOVE "formation_derogations.dat" TO
                     nomFichierDerogations
                MOVE "formation_pointages.dat" TO
                     nomFichierPointages
                MOVE "formation_paniers_gares.dat" TO
                     nomFichierPaniersGares
                MOVE "formation_lignes_garees.dat" TO
                     nomFichierLignesGarees
                MOVE "formation_achats_personnel.dat" TO
                     nomFichierAchatsPerso.

           *>Cette méthode ramene les noms des fichiers des flux de
           *>caisse sur les fichiers reels de l'exploitation
                MOVE "panier_en_cours.dat" TO nomFichierPanierCours
                MOVE "ventes_perdues.dat" TO nomFichierVentesPerd
                MOVE "commandes_lignes.dat" TO nomFichierCmdLignes
                MOVE "commandes.dat" TO nomFichierCommandes
                MOVE "employes.dat" TO nomFichierEmployes
                MOVE "credentials.dat" TO nomFichierCredentials
                MOVE "couches_cout.dat" TO nomFichierCouches
                MOVE "demarques.dat" TO nomFichierDemarques
                MOVE "historique_prix.dat" TO nomFichierHistoPrix
                MOVE "derogations.dat" TO nomFichierDerogations
                MOVE "pointages.dat" TO nomFichierPointages
                MOVE "paniers_gares.dat" TO nomFichierPaniersGares
                MOVE "lignes_garees.dat" TO nomFichierLignesGarees
                MOVE "achats_personnel.dat" TO nomFichierAchatsPerso.

           *>Cette méthode recree vides les copies jetables du mode
           *>formation : chaque entree en formation repart d'un bac
                CLOSE fventesPerdues
                OPEN OUTPUT fcommandesLignes
                CLOSE fcommandesLignes
                OPEN OUTPUT fcommandes
                CLOSE fcommandes
                OPEN OUTPUT femployes
                CLOSE femployes
                OPEN OUTPUT fcredentials
                OPEN OUTPUT fderogations
                CLOSE fderogations
                OPEN OUTPUT fpointages
                CLOSE fpointages
                OPEN OUTPUT fpaniersGares
                CLOSE fpaniersGares
                OPEN OUTPUT flignesGarees
                CLOSE flignesGarees
                OPEN OUTPUT fachatsPersonnel
                CLOSE fachatsPersonnel.

           *>Cette méthode verifie que l'identifiant employe entre a
           *>MENU_PRINC correspond bien a un gerant, et que le PIN
           *>qu'il saisit correspond au PIN enregistre dans
           *>credentials.dat pour cet identifiant
           VERIFIER_PIN_GERANT.
                DISPLAY "Entrez votre code PIN"
                ACCEPT pinSaisi
                MOVE idEmploye TO idPinControle
                MOVE pinSaisi TO pinControle
                PERFORM CONTROLER_PIN.

           *>Cette méthode controle le PIN pinControle de
           *>l'identifiant idPinControle contre son empreinte salee :
           *>un compte verrouille est refuse d'office, chaque echec
           *>est compte et le compte se verrouille au
           *>SEUIL_ECHECS_PIN-ieme echec consecutif ; toute tentative,
           *>reussie ou non, est journalisee. pinValide ressort a 1
           *>quand le PIN est bon, pinAChanger a 1 quand il a expire
           *>ou doit etre change a la premiere utilisation
           CONTROLER_PIN.
                MOVE 0 TO pinValide
                MOVE 0 TO pinAChanger
                OPEN I-O fcredentials
                MOVE idPinControle TO cred_id
                READ fcredentials KEY IS cred_id
                   INVALID KEY
                      DISPLAY "Aucun PIN enregistre pour cet"
                      DISPLAY "identifiant"
                      MOVE "PIN_ECHEC" TO journalOperation
                   NOT INVALID KEY
                      IF COMPTE_PIN_VERROUILLE THEN
                         DISPLAY "Compte verrouille apres trop"
                         DISPLAY "d'echecs : un gerant doit le"
                         DISPLAY "deverrouiller"
                         MOVE "PIN_REFUS" TO journalOperation
                      ELSE
                         PERFORM COMPARER_PIN
                         IF pinValide = 1 THEN
                            MOVE 0 TO cred_nbEchecs
                            PERFORM CONTROLER_EXPIRATION_PIN
                            MOVE "PIN_OK" TO journalOperation
                         ELSE
                            ADD 1 TO cred_nbEchecs END-ADD
                            MOVE "PIN_ECHEC" TO journalOperation
                            IF cred_nbEchecs NOT < SEUIL_ECHECS_PIN
                               THEN
                               MOVE "O" TO cred_verrou
                               MOVE "PIN_VERROU" TO journalOperation
                               DISPLAY "Trop d'echecs consecutifs :"
                               DISPLAY "le compte est verrouille"
                            END-IF
                         END-IF
                         REWRITE tamp_fcredentials
                         END-REWRITE
                      END-IF
                END-READ
                CLOSE fcredentials
                MOVE "CONTROLER_PIN" TO journalParagraphe
                MOVE "fcredentials" TO journalFichier
                MOVE idPinControle TO journalCle
                PERFORM ENREGISTRER_JOURNAL.

           *>Cette méthode compare le PIN saisi a celui de
           *>l'enregistrement courant de fcredentials ; un PIN encore
           *>en clair (fichier restaure d'une sauvegarde ancienne)
           *>est compare tel quel puis converti sur-le-champ
           COMPARER_PIN.
                IF PIN_HACHE THEN
                   MOVE pinControle TO pinAHacher
                   MOVE cred_sel TO selPin
                   PERFORM HACHER_PIN
                   IF empreintePin = cred_empreinte THEN
                      MOVE 1 TO pinValide
                   END-IF
                ELSE
                   IF cred_pin = pinControle THEN
                      MOVE 1 TO pinValide
                      PERFORM CONVERTIR_UN_PIN
                   END-IF
                END-IF.

           *>Cette méthode signale un PIN a changer : changement
           *>impose (PIN pose par un gerant) ou PIN plus vieux que
           *>DUREE_VALIDITE_PIN jours (0 : pas d'expiration)
           CONTROLER_EXPIRATION_PIN.
                IF NOT CHANGEMENT_PIN_FORCE AND
                   DUREE_VALIDITE_PIN > 0 AND
                   cred_dateChangement IS NUMERIC THEN
                   MOVE FUNCTION CURRENT-DATE TO horodatagePin
                   MOVE horodatagePin(1:8) TO dateJourNum
                   COMPUTE ageJoursPin =
                       FUNCTION INTEGER-OF-DATE(dateJourNum)
                   MOVE cred_dateChangement TO dateJourNum
                   COMPUTE ageJoursPin = ageJoursPin
                       - FUNCTION INTEGER-OF-DATE(dateJourNum)
                   IF ageJoursPin > DUREE_VALIDITE_PIN THEN
                      MOVE "O" TO cred_changementForce
                      DISPLAY "Votre PIN a expire"
                   END-IF
                END-IF
                IF CHANGEMENT_PIN_FORCE THEN
                   MOVE 1 TO pinAChanger
                END-IF.

           *>Cette méthode fait changer sur-le-champ le PIN de
           *>idPinControle, qui vient d'etre saisi correctement mais
           *>a expire ou a ete pose par un gerant
           IMPOSER_CHANGEMENT_PIN.
                DISPLAY "Vous devez choisir un nouveau PIN"
                MOVE idPinControle TO idEmployeGere
                PERFORM SAISIR_NOUVEAU_PIN
                MOVE "N" TO changementPinForce
                PERFORM ENREGISTRER_PIN_EMPLOYE.

           *>Cette méthode calcule dans empreintePin l'empreinte du
           *>PIN pinAHacher sale par selPin, etiree sur
           *>TOURS_HACHAGE_PIN tours pour rendre couteux l'essai
           *>systematique des 10 000 PIN possibles
           HACHER_PIN.
                COMPUTE empreintePin = FUNCTION MOD(
                    selPin * 10007 + pinAHacher, MODULE_HACHAGE_PIN)
                PERFORM VARYING tourHachage FROM 1 BY 1
                        UNTIL tourHachage > TOURS_HACHAGE_PIN
                    COMPUTE empreintePin = FUNCTION MOD(
                        empreintePin * 7919 + pinAHacher * 131
                        + FUNCTION MOD(selPin, 9973) + tourHachage,
                        MODULE_HACHAGE_PIN)
                END-PERFORM.

           *>Cette méthode tire un sel pour l'identifiant
           *>idPinControle a partir de l'horloge au centieme de
           *>seconde, de l'identifiant et du sel precedent
           GENERER_SEL_PIN.
                MOVE FUNCTION CURRENT-DATE TO horodatagePin
                COMPUTE selPin = FUNCTION MOD(
                    FUNCTION NUMVAL(horodatagePin(9:8)) * 48271
                    + FUNCTION ORD(idPinControle(1:1)) * 7919
                    + FUNCTION ORD(idPinControle(2:1)) * 131
                    + FUNCTION ORD(idPinControle(3:1))
                    + selPin * 31, 99999989)
                IF selPin = 0 THEN
                   MOVE 1 TO selPin
                END-IF.

           *>Cette méthode convertit l'enregistrement courant de
           *>fcredentials encore en clair : empreinte salee, PIN en
           *>clair efface, historique vide ; le PIN par defaut 0000
           *>devra etre change a la premiere connexion
           CONVERTIR_UN_PIN.
                MOVE cred_id TO idPinControle
                PERFORM GENERER_SEL_PIN
                MOVE cred_pin TO pinAHacher
                PERFORM HACHER_PIN
                IF cred_pin = 0 THEN
                   MOVE "O" TO cred_changementForce
                ELSE
                   MOVE "N" TO cred_changementForce
                END-IF
                MOVE selPin TO cred_sel
                MOVE empreintePin TO cred_empreinte
                MOVE 0 TO cred_pin
                MOVE "H" TO cred_formatPin
                MOVE 0 TO cred_nbEchecs
                MOVE "N" TO cred_verrou
                MOVE horodatagePin(1:8) TO cred_dateChangement
                PERFORM VARYING rangHistoriquePin FROM 1 BY 1
                        UNTIL rangHistoriquePin > 5
                    MOVE 0 TO cred_ancienSel(rangHistoriquePin)
                    MOVE 0 TO cred_ancienneEmpreinte(rangHistoriquePin)
                END-PERFORM.

           *>Cette méthode convertit au lancement tous les PIN encore
           *>conserves en clair dans credentials.dat
           CONVERTIR_PINS_CLAIR.
                MOVE 0 TO nbPinsConvertis
                MOVE 1 TO WfinCredentials
                OPEN I-O fcredentials
                PERFORM WITH TEST AFTER UNTIL WfinCredentials = 0
                    READ fcredentials NEXT
                    AT END MOVE 0 TO WfinCredentials
                    NOT AT END
                        IF NOT PIN_HACHE THEN
                           PERFORM CONVERTIR_UN_PIN
                           REWRITE tamp_fcredentials
                           END-REWRITE
                           ADD 1 TO nbPinsConvertis END-ADD
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fcredentials
                IF nbPinsConvertis > 0 THEN
                   DISPLAY nbPinsConvertis, " PIN convertis en"
                   DISPLAY "empreintes salees"
                   MOVE "CONVERTIR_PINS_CLAIR" TO journalParagraphe
                   MOVE "MIGRATION" TO journalOperation
                   MOVE "fcredentials" TO journalFichier
                   MOVE nbPinsConvertis TO journalCle
                   PERFORM ENREGISTRER_JOURNAL
                END-IF.

           *>Cette méthode écrit une entree dans le journal d'audit
           *>(journal.dat) pour tracer qui a effectue une ecriture, une
                IF employeValide = 1 THEN
                   PERFORM DETECTER_PANIER_INTERROMPU
                   PERFORM LIBERER_ALLOCATIONS_POSTE
                END-IF
                *>Le briefing du matin d'un gerant attend son PIN
                IF employeValide = 1 AND employeGerant = 0 THEN
                   PERFORM AFFICHER_BRIEFING_MATIN
                END-IF.

           *>Cette méthode dit, sans rien afficher, si l'employe
           *>connecte detient la fonction fonctionDemandee (le gerant
           *>et le bac a sable de formation detiennent tout)
           CONSULTER_PERMISSION.
                MOVE 0 TO permissionAccordee
                IF employeGerant = 1 OR modeFormation = 1 THEN
                   MOVE 1 TO permissionAccordee
                ELSE
                   OPEN INPUT fpermissions
                   MOVE idEmploye TO pm_employe
                   MOVE fonctionDemandee TO pm_fonction
                   READ fpermissions KEY IS pm_cle
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE 1 TO permissionAccordee
                   END-READ
                   CLOSE fpermissions
                END-IF.

           *>Cette méthode affiche le briefing du matin a l'ouverture
           *>de session : les points a traiter du jour que les
           *>permissions de l'employe lui donnent a voir
           AFFICHER_BRIEFING_MATIN.
                MOVE 0 TO sortieBriefing
                PERFORM ETABLIR_BRIEFING_MATIN.

           *>Cette méthode etablit le briefing du matin, a l'ecran
           *>(BRIEFING_ECRAN) ou a la suite du rapport ouvert dans
           *>frapport (BRIEFING_RAPPORT) ; une rubrique reservee a une
           *>fonction est sautee pour qui ne la detient pas, sauf
           *>pour l'edition de nuit qui n'a pas d'employe connecte et
           *>imprime tout
           ETABLIR_BRIEFING_MATIN.
                MOVE FUNCTION CURRENT-DATE(1:8) TO dateBriefing
                MOVE dateBriefing TO dateNumBriefing
                MOVE FUNCTION INTEGER-OF-DATE(dateNumBriefing) TO
                     entierBriefing
                MOVE FUNCTION DATE-OF-INTEGER(entierBriefing - 1) TO
                     dateNumBriefing
                MOVE dateNumBriefing TO dateHierBriefing
                MOVE FUNCTION DATE-OF-INTEGER(entierBriefing + 6) TO
                     dateNumBriefing
                MOVE dateNumBriefing TO dateFinSemBriefing
                MOVE 0 TO nbPointsBriefing
                MOVE SPACES TO ligneBriefing
                STRING "BRIEFING DU " DELIMITED BY SIZE
                       dateBriefing DELIMITED BY SIZE
                       " - MAGASIN " DELIMITED BY SIZE
                       codeMagasin DELIMITED BY SIZE
                       INTO ligneBriefing
                PERFORM EMETTRE_LIGNE_BRIEFING
                PERFORM VARYING idxRubriqueBriefing FROM 1 BY 1
                        UNTIL idxRubriqueBriefing >
                              NB_RUBRIQUES_BRIEFING
                    MOVE 1 TO rubriqueAutorisee
                    IF fonctionRubriqueBriefing(idxRubriqueBriefing)
                       NOT = SPACES AND idEmploye NOT = SPACES THEN
                       MOVE fonctionRubriqueBriefing(
                            idxRubriqueBriefing) TO fonctionDemandee
                       PERFORM CONSULTER_PERMISSION
                       MOVE permissionAccordee TO rubriqueAutorisee
                    END-IF
                    IF rubriqueAutorisee = 1 THEN
                       PERFORM ETABLIR_RUBRIQUE_BRIEFING
                    END-IF
                END-PERFORM
                MOVE nbPointsBriefing TO nbPointsEdite
                MOVE SPACES TO ligneBriefing
                STRING "Points a traiter aujourd'hui : "
                       DELIMITED BY SIZE
                       nbPointsEdite DELIMITED BY SIZE
                       INTO ligneBriefing
                PERFORM EMETTRE_LIGNE_BRIEFING.

           *>Cette méthode etablit une rubrique du briefing : son
           *>titre, ses lignes, ou la mention qu'il n'y a rien a faire
           ETABLIR_RUBRIQUE_BRIEFING.
                MOVE 0 TO nbPointsRubrique
                MOVE SPACES TO ligneBriefing
                STRING "-- " DELIMITED BY SIZE
                       libelleRubriqueBriefing(idxRubriqueBriefing)
                       DELIMITED BY "  "
                       " --" DELIMITED BY SIZE
                       INTO ligneBriefing
                PERFORM EMETTRE_LIGNE_BRIEFING
                EVALUATE idxRubriqueBriefing
                    WHEN 1 PERFORM BRIEFING_ARRIVEES_COMMANDE
                    WHEN 2 PERFORM BRIEFING_MISES_DE_COTE
                    WHEN 3 PERFORM BRIEFING_PRETS
                    WHEN 4 PERFORM BRIEFING_ECHEANCES
                    WHEN 5 PERFORM BRIEFING_NOTIFICATIONS
                    WHEN 6 PERFORM BRIEFING_EVENEMENTS
                    WHEN 7 PERFORM BRIEFING_TRANSFERTS
                    WHEN 8 PERFORM BRIEFING_ECARTS_CAISSE
                    WHEN 9 PERFORM BRIEFING_ETAPES_CLOTURE
                END-EVALUATE
                IF nbPointsRubrique = 0 THEN
                   MOVE "   Rien a signaler" TO ligneBriefing
                   PERFORM EMETTRE_LIGNE_BRIEFING
                END-IF
                ADD nbPointsRubrique TO nbPointsBriefing END-ADD.

           *>Cette méthode affiche ou imprime la ligne de briefing
           *>preparee, puis la vide
           EMETTRE_LIGNE_BRIEFING.
                IF BRIEFING_RAPPORT THEN
                   MOVE ligneBriefing TO ligneRapport
                   WRITE ligneRapport
                ELSE
                   DISPLAY FUNCTION TRIM(ligneBriefing TRAILING)
                END-IF
                MOVE SPACES TO ligneBriefing.

           *>Cette méthode liste les lignes de commande pointees
           *>arrivees dont le client n'a pas encore ete prevenu
           BRIEFING_ARRIVEES_COMMANDE.
                MOVE 1 TO WfinBriefing
                OPEN INPUT fcommandesLignes
                OPEN INPUT fcommandes
                PERFORM UNTIL WfinBriefing = 0
                    READ fcommandesLignes NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF LIGNE_CMD_ARRIVEE AND
                          (cml_dateNotification = SPACES OR
                           cml_dateNotification = LOW-VALUES) THEN
                          MOVE 0 TO clientBriefing
                          MOVE SPACES TO magasinCmdBriefing
                          MOVE cml_idCommande TO cmd_id
                          READ fcommandes KEY IS cmd_id
                             INVALID KEY CONTINUE
                             NOT INVALID KEY
                                MOVE cmd_client TO clientBriefing
                                MOVE cmd_magasin TO
                                     magasinCmdBriefing
                          END-READ
                          IF magasinCmdBriefing = SPACES OR
                             magasinCmdBriefing = codeMagasin THEN
                             ADD 1 TO nbPointsRubrique END-ADD
                             STRING "   Cde " DELIMITED BY SIZE
                                    cml_idCommande DELIMITED BY SIZE
                                    "/" DELIMITED BY SIZE
                                    cml_noLigne DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    cml_titreComics DELIMITED BY SIZE
                                    " cli " DELIMITED BY SIZE
                                    clientBriefing DELIMITED BY SIZE
                                    INTO ligneBriefing
                             PERFORM EMETTRE_LIGNE_BRIEFING
                          END-IF
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE fcommandes
                CLOSE fcommandesLignes.

           *>Cette méthode liste les mises de cote actives qui
           *>expirent aujourd'hui
           BRIEFING_MISES_DE_COTE.
                MOVE 1 TO WfinBriefing
                OPEN INPUT freservations
                PERFORM UNTIL WfinBriefing = 0
                    READ freservations NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF RESERVATION_ACTIVE AND
                          rs_dateExpiration(1:8) = dateBriefing THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          STRING "   Mise de cote " DELIMITED BY SIZE
                                 rs_id DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 rs_titreComics DELIMITED BY SIZE
                                 " cli " DELIMITED BY SIZE
                                 rs_client DELIMITED BY SIZE
                                 INTO ligneBriefing
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE freservations.

           *>Cette méthode liste les prets en cours arrivant a
           *>echeance aujourd'hui ou deja en retard
           BRIEFING_PRETS.
                MOVE 1 TO WfinBriefing
                OPEN INPUT fprets
                PERFORM UNTIL WfinBriefing = 0
                    READ fprets NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF PRET_EN_COURS AND
                          pr_dateEcheance(1:8) NOT > dateBriefing
                          THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          IF pr_dateEcheance(1:8) < dateBriefing
                             THEN
                             STRING "   RETARD " DELIMITED BY SIZE
                                    pr_dateEcheance(1:8)
                                    DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    pr_titre DELIMITED BY SIZE
                                    " cli " DELIMITED BY SIZE
                                    pr_client DELIMITED BY SIZE
                                    INTO ligneBriefing
                          ELSE
                             STRING "   ECHU   " DELIMITED BY SIZE
                                    pr_dateEcheance(1:8)
                                    DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    pr_titre DELIMITED BY SIZE
                                    " cli " DELIMITED BY SIZE
                                    pr_client DELIMITED BY SIZE
                                    INTO ligneBriefing
                          END-IF
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE fprets.

           *>Cette méthode liste les echeances de paiement echelonne
           *>dues aujourd'hui ou restees impayees
           BRIEFING_ECHEANCES.
                MOVE 1 TO WfinBriefing
                OPEN INPUT fplansEcheances
                PERFORM UNTIL WfinBriefing = 0
                    READ fplansEcheances NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF ECHEANCE_A_VENIR AND
                          pe_dateEcheance(1:8) IS NUMERIC AND
                          pe_dateEcheance(1:8) NOT > dateBriefing
                          THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          MOVE pe_montant TO montantBriefingEdite
                          STRING "   Plan " DELIMITED BY SIZE
                                 pe_idPlan DELIMITED BY SIZE
                                 " ech. " DELIMITED BY SIZE
                                 pe_noEcheance DELIMITED BY SIZE
                                 " du " DELIMITED BY SIZE
                                 pe_dateEcheance(1:8)
                                 DELIMITED BY SIZE
                                 " : " DELIMITED BY SIZE
                                 montantBriefingEdite
                                 DELIMITED BY SIZE
                                 INTO ligneBriefing
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE fplansEcheances.

           *>Cette méthode liste les notifications en echec (a
           *>renvoyer) ou rejetees (adresse a corriger)
           BRIEFING_NOTIFICATIONS.
                MOVE 1 TO WfinBriefing
                OPEN INPUT foutbox
                PERFORM UNTIL WfinBriefing = 0
                    READ foutbox NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF NOTIF_EN_ECHEC OR NOTIF_REJETEE THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          IF NOTIF_EN_ECHEC THEN
                             STRING "   ECHEC  " DELIMITED BY SIZE
                                    INTO ligneBriefing
                          ELSE
                             STRING "   REJETEE" DELIMITED BY SIZE
                                    INTO ligneBriefing
                          END-IF
                          MOVE nb_id TO ligneBriefing(12:15)
                          MOVE nb_client TO ligneBriefing(28:15)
                          MOVE nb_objet TO ligneBriefing(44:30)
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE foutbox.

           *>Cette méthode liste les evenements en boutique des sept
           *>prochains jours avec leur remplissage
           BRIEFING_EVENEMENTS.
                MOVE 1 TO WfinBriefing
                OPEN INPUT fevenements
                PERFORM UNTIL WfinBriefing = 0
                    READ fevenements NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF ev_date NOT < dateBriefing AND
                          ev_date NOT > dateFinSemBriefing THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          STRING "   " DELIMITED BY SIZE
                                 ev_date DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 ev_libelle DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 ev_nbInscrits DELIMITED BY SIZE
                                 "/" DELIMITED BY SIZE
                                 ev_capacite DELIMITED BY SIZE
                                 " inscrits" DELIMITED BY SIZE
                                 INTO ligneBriefing
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE fevenements.

           *>Cette méthode liste les transferts partis d'un autre
           *>magasin vers celui du poste et pas encore recus
           BRIEFING_TRANSFERTS.
                MOVE 1 TO WfinBriefing
                OPEN INPUT ftransferts
                PERFORM UNTIL WfinBriefing = 0
                    READ ftransferts NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF TRANSFERT_EN_TRANSIT AND
                          tr_magasinDest = codeMagasin THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          STRING "   Transfert " DELIMITED BY SIZE
                                 tr_id DELIMITED BY SIZE
                                 " de " DELIMITED BY SIZE
                                 tr_magasinSource DELIMITED BY SIZE
                                 " : " DELIMITED BY SIZE
                                 tr_quantite DELIMITED BY SIZE
                                 " x " DELIMITED BY SIZE
                                 tr_titreComics DELIMITED BY SIZE
                                 INTO ligneBriefing
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE ftransferts.

           *>Cette méthode liste les sessions de caisse du magasin
           *>fermees hier avec un ecart superieur au seuil
           BRIEFING_ECARTS_CAISSE.
                MOVE 1 TO WfinBriefing
                OPEN INPUT fsessionsCaisse
                PERFORM UNTIL WfinBriefing = 0
                    READ fsessionsCaisse NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF SESSION_FERMEE AND
                          sc_dateFermeture(1:8) = dateHierBriefing
                          AND (sc_magasin = codeMagasin OR
                               sc_magasin = SPACES) THEN
                          PERFORM CALCULER_TOTAUX_SESSION
                          COMPUTE ecartCaisse = sc_especesComptees
                              - (sc_fondCaisse + totalVentesEspeces
                                 + totalMouvEntree - totalMouvSortie)
                          MOVE ecartCaisse TO ecartAbsBriefing
                          IF ecartAbsBriefing > SEUIL_ECART_CAISSE
                             THEN
                             ADD 1 TO nbPointsRubrique END-ADD
                             MOVE ecartCaisse TO ecartBriefingEdite
                             STRING "   Session " DELIMITED BY SIZE
                                    sc_id DELIMITED BY SIZE
                                    " poste " DELIMITED BY SIZE
                                    sc_poste DELIMITED BY SIZE
                                    " ecart " DELIMITED BY SIZE
                                    ecartBriefingEdite
                                    DELIMITED BY SIZE
                                    INTO ligneBriefing
                             PERFORM EMETTRE_LIGNE_BRIEFING
                          END-IF
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE fsessionsCaisse.

           *>Cette méthode liste les etapes de cloture restees en
           *>cours (cloture interrompue a reprendre) ; l'edition de
           *>nuit ne compte pas les etapes de la cloture qui la
           *>produit
           BRIEFING_ETAPES_CLOTURE.
                MOVE 1 TO WfinBriefing
                OPEN INPUT fruncontrol
                PERFORM UNTIL WfinBriefing = 0
                    READ fruncontrol NEXT
                    AT END MOVE 0 TO WfinBriefing
                    NOT AT END
                       IF ETAPE_EN_COURS AND rc_etape NOT = 99 AND
                          (BRIEFING_ECRAN OR
                           rc_date NOT = dateClotureJour) THEN
                          ADD 1 TO nbPointsRubrique END-ADD
                          STRING "   Cloture du " DELIMITED BY SIZE
                                 rc_date DELIMITED BY SIZE
                                 " etape " DELIMITED BY SIZE
                                 rc_etape DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 rc_libelle DELIMITED BY SIZE
                                 INTO ligneBriefing
                          PERFORM EMETTRE_LIGNE_BRIEFING
                       END-IF
                    END-READ
                END-PERFORM
                CLOSE fruncontrol.

           *>Cette méthode gere le fichier du personnel : creation,
           *>modification (nom, role, actif), desactivation (l'
           *>historique du journal reste intact) et liste ; un compte
                    DISPLAY "      -Lister les employes (4)"
                    DISPLAY "      -Gerer les permissions (5)"
                    DISPLAY "      -Reinitialiser un PIN employe (6)"
                    DISPLAY "      -Absences et conges (7)"
                    DISPLAY "      -Deverrouiller un PIN (8)"
                    DISPLAY "      -RETOUR (0)"
                    ACCEPT choixGestionEmployes
                    EVALUATE choixGestionEmployes
                        WHEN 4 PERFORM LISTER_EMPLOYES
                        WHEN 5 PERFORM GERER_PERMISSIONS
                        WHEN 6 PERFORM REINITIALISER_PIN_EMPLOYE
                        WHEN 7 PERFORM GERER_ABSENCES
                        WHEN 8 PERFORM DEVERROUILLER_PIN_EMPLOYE
                    END-EVALUATE
                END-PERFORM.

                        ACCEPT em_role
                END-PERFORM
                MOVE "O" TO em_actif
                MOVE 0 TO em_soldeConges
                MOVE SPACES TO em_dernierMoisAcquis
                PERFORM SAISIR_HEURES_CONTRAT
                PERFORM SAISIR_CONDITIONS_PERSONNEL
                OPEN I-O femployes
                WRITE tamp_femploye
                END-WRITE
                *>Chaque compte recoit son PIN : il sert au gerant
                *>pour MENU_GERANT et a tout employe pour valider
                *>une derogation en second
                *>Ce PIN initial, connu du gerant, est a changer par
                *>l'employe a sa premiere utilisation
                PERFORM SAISIR_NOUVEAU_PIN
                MOVE "O" TO changementPinForce
                PERFORM ENREGISTRER_PIN_EMPLOYE.

           MODIFIER_EMPLOYE.
                              DISPLAY "Compte actif ? (O/N)"
                              ACCEPT em_actif
                      END-PERFORM
                      DISPLAY "Remise du personnel actuelle : ",
                              em_tauxRemisePersonnel, " % - plafond ",
                              em_plafondMensuel
                      DISPLAY "Heures hebdomadaires actuelles : ",
                              em_heuresHebdo
                      PERFORM SAISIR_HEURES_CONTRAT
                      PERFORM SAISIR_CONDITIONS_PERSONNEL
                      REWRITE tamp_femploye
                         INVALID KEY DISPLAY "Erreur de reecriture"
                         NOT INVALID KEY
                END-READ
                CLOSE femployes.

           *>Cette méthode saisit la duree hebdomadaire du contrat de
           *>l'employe, seuil des heures supplementaires de la paie
           SAISIR_HEURES_CONTRAT.
                DISPLAY "Heures hebdomadaires du contrat"
                DISPLAY "(0 = duree legale de ", HEURES_HEBDO_LEGALES,
                        " h)"
                ACCEPT em_heuresHebdo.

           *>Cette méthode saisit les conditions d'achat du personnel
           *>de l'employe : taux de remise et plafond mensuel
           SAISIR_CONDITIONS_PERSONNEL.
                MOVE 999 TO em_tauxRemisePersonnel
                PERFORM WITH TEST AFTER UNTIL
                        em_tauxRemisePersonnel NOT > 100
                        DISPLAY "Remise du personnel en % (0-100)"
                        ACCEPT em_tauxRemisePersonnel
                END-PERFORM
                DISPLAY "Plafond mensuel des achats du personnel"
                DISPLAY "(0 = pas d'achat au tarif du personnel)"
                ACCEPT em_plafondMensuel.

           DESACTIVER_EMPLOYE.
                DISPLAY "Entrez l'identifiant de l'employe a"
                DISPLAY "desactiver"
                    NOT AT END
                        DISPLAY em_id, " - ", em_nom, " - role ",
                                em_role, " - actif ", em_actif
                        DISPLAY "   contrat ", em_heuresHebdo,
                                " h par semaine"
                        DISPLAY "   remise personnel ",
                                em_tauxRemisePersonnel,
                                " % - plafond mensuel ",
                                em_plafondMensuel
                        MOVE em_soldeConges TO soldeCongesEdition
                        DISPLAY "   solde de conges ",
                                soldeCongesEdition, " j"
                    END-READ
                END-PERFORM
                CLOSE femployes.
                END-READ
                CLOSE femployes
                IF trouveEmploye = 1 THEN
                   *>Le PIN pose par le gerant leve le verrouillage
                   *>et sera change par l'employe a sa premiere
                   *>utilisation
                   PERFORM SAISIR_NOUVEAU_PIN
                   MOVE "O" TO changementPinForce
                   PERFORM ENREGISTRER_PIN_EMPLOYE
                END-IF.

           *>Cette méthode fait saisir un nouveau PIN en double
           *>saisie de confirmation ; un des NB_PIN_HISTORIQUE
           *>derniers PIN de l'employe idEmployeGere est refuse
           SAISIR_NOUVEAU_PIN.
                MOVE 0 TO pinReutilise
                PERFORM WITH TEST AFTER UNTIL
                    nouveauPin = confirmationPin AND pinReutilise = 0
                    DISPLAY "Entrez le nouveau PIN (4 chiffres)"
                    ACCEPT nouveauPin
                    DISPLAY "Confirmez le nouveau PIN"
                    ACCEPT confirmationPin
                    IF nouveauPin NOT = confirmationPin THEN
                       DISPLAY "Les deux saisies different"
                    ELSE
                       PERFORM VERIFIER_REUTILISATION_PIN
                    END-IF
                END-PERFORM.

           *>Cette méthode met pinReutilise a 1 si nouveauPin est le
           *>PIN actuel de idEmployeGere ou l'un de ses
           *>NB_PIN_HISTORIQUE precedents
           VERIFIER_REUTILISATION_PIN.
                MOVE 0 TO pinReutilise
                OPEN INPUT fcredentials
                MOVE idEmployeGere TO cred_id
                READ fcredentials KEY IS cred_id
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF PIN_HACHE THEN
                         MOVE nouveauPin TO pinAHacher
                         MOVE cred_sel TO selPin
                         PERFORM HACHER_PIN
                         IF empreintePin = cred_empreinte THEN
                            MOVE 1 TO pinReutilise
                         END-IF
                         PERFORM VARYING rangHistoriquePin FROM 1 BY 1
                                 UNTIL rangHistoriquePin >
                                       NB_PIN_HISTORIQUE
                             PERFORM COMPARER_PIN_HISTORIQUE
                         END-PERFORM
                      END-IF
                END-READ
                CLOSE fcredentials
                IF pinReutilise = 1 THEN
                   DISPLAY "Ce PIN a deja ete utilise recemment,"
                   DISPLAY "choisissez-en un autre"
                END-IF.

           *>Cette méthode compare nouveauPin a l'ancien PIN de rang
           *>rangHistoriquePin de l'enregistrement courant
           COMPARER_PIN_HISTORIQUE.
                IF cred_ancienSel(rangHistoriquePin) > 0 THEN
                   MOVE nouveauPin TO pinAHacher
                   MOVE cred_ancienSel(rangHistoriquePin) TO selPin
                   PERFORM HACHER_PIN
                   IF empreintePin =
                      cred_ancienneEmpreinte(rangHistoriquePin) THEN
                      MOVE 1 TO pinReutilise
                   END-IF
                END-IF.

           *>Cette méthode enregistre le PIN de l'employe
           *>idEmployeGere dans credentials.dat (creation ou
           *>remplacement) sous forme d'empreinte salee : l'empreinte
           *>remplacee passe dans l'historique, les echecs et le
           *>verrouillage sont remis a zero et changementPinForce dit
           *>si le PIN devra etre change a sa premiere utilisation
           ENREGISTRER_PIN_EMPLOYE.
                OPEN I-O fcredentials
                MOVE idEmployeGere TO cred_id
                READ fcredentials KEY IS cred_id
                   INVALID KEY
                      INITIALIZE tamp_fcredentials
                      MOVE idEmployeGere TO cred_id
                      PERFORM FIXER_EMPREINTE_PIN
                      WRITE tamp_fcredentials
                      END-WRITE
                   NOT INVALID KEY
                      PERFORM VARYING rangHistoriquePin FROM 5 BY -1
                              UNTIL rangHistoriquePin < 2
                          MOVE cred_historique(rangHistoriquePin - 1)
                            TO cred_historique(rangHistoriquePin)
                      END-PERFORM
                      IF PIN_HACHE THEN
                         MOVE cred_sel TO cred_ancienSel(1)
                         MOVE cred_empreinte TO
                              cred_ancienneEmpreinte(1)
                      ELSE
                         MOVE 0 TO cred_ancienSel(1)
                         MOVE 0 TO cred_ancienneEmpreinte(1)
                      END-IF
                      PERFORM FIXER_EMPREINTE_PIN
                      REWRITE tamp_fcredentials
                      END-REWRITE
                END-READ
                MOVE idEmployeGere TO journalCle
                PERFORM ENREGISTRER_JOURNAL.

           *>Cette méthode pose sur l'enregistrement courant de
           *>fcredentials l'empreinte salee de nouveauPin
           FIXER_EMPREINTE_PIN.
                MOVE cred_id TO idPinControle
                PERFORM GENERER_SEL_PIN
                MOVE nouveauPin TO pinAHacher
                PERFORM HACHER_PIN
                MOVE selPin TO cred_sel
                MOVE empreintePin TO cred_empreinte
                MOVE 0 TO cred_pin
                MOVE "H" TO cred_formatPin
                MOVE 0 TO cred_nbEchecs
                MOVE "N" TO cred_verrou
                MOVE horodatagePin(1:8) TO cred_dateChangement
                MOVE changementPinForce TO cred_changementForce.

           *>Cette méthode leve le verrouillage du PIN d'un employe
           *>bloque apres trop d'echecs ; c'est forcement un autre
           *>gerant, le titulaire verrouille ne pouvant se connecter
           DEVERROUILLER_PIN_EMPLOYE.
                DISPLAY "Entrez l'identifiant du compte a"
                DISPLAY "deverrouiller"
                ACCEPT idEmployeGere
                OPEN I-O fcredentials
                MOVE idEmployeGere TO cred_id
                READ fcredentials KEY IS cred_id
                   INVALID KEY
                      DISPLAY "Aucun PIN enregistre pour cet"
                      DISPLAY "identifiant"
                   NOT INVALID KEY
                      IF NOT COMPTE_PIN_VERROUILLE THEN
                         DISPLAY "Ce compte n'est pas verrouille"
                      ELSE
                         MOVE "N" TO cred_verrou
                         MOVE 0 TO cred_nbEchecs
                         REWRITE tamp_fcredentials
                            INVALID KEY
                               DISPLAY "Erreur de reecriture"
                            NOT INVALID KEY
                               DISPLAY "Compte deverrouille"
                               MOVE "DEVERROUILLER_PIN_EMPLOYE" TO
                                    journalParagraphe
                               MOVE "MODIFICATION" TO journalOperation
                               MOVE "fcredentials" TO journalFichier
                               MOVE idEmployeGere TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                         END-REWRITE
                      END-IF
                END-READ
                CLOSE fcredentials.

           *>Cette méthode permet au gerant connecte de changer son
           *>propre PIN, apres verification de l'ancien
           CHANGER_PIN_GERANT.
                IF pinValide = 0 THEN
                   DISPLAY "Ancien PIN incorrect"
                ELSE
                   MOVE idEmploye TO idEmployeGere
                   PERFORM SAISIR_NOUVEAU_PIN
                   MOVE "N" TO changementPinForce
                   PERFORM ENREGISTRER_PIN_EMPLOYE
                END-IF.

                   MOVE idEmploye TO pt_employe
                   MOVE FUNCTION CURRENT-DATE TO pt_dateEntree
                   MOVE SPACES TO pt_dateSortie
                   MOVE SPACES TO pt_statutCorrection
                   MOVE SPACES TO pt_correctePar
                   MOVE SPACES TO pt_approuvePar
                   MOVE SPACES TO pt_dateApprobation
                   MOVE codeMagasin TO pt_magasin
                   OPEN I-O fpointages
                   WRITE tamp_fpointage
                   END-WRITE
                END-IF.

           *>Cette méthode permet au gerant de corriger un pointage
           *>(oubli de sortie, erreur d'horaire) ; la correction
           *>attend l'approbation d'un autre gerant avant la paie
           CORRIGER_POINTAGE.
                DISPLAY "Entrez l'id du pointage a corriger"
                ACCEPT idPointage
                               dateSaisieValidee
                          PERFORM VALIDER_DATE_SAISIE
                      END-PERFORM
                      MOVE "A" TO pt_statutCorrection
                      MOVE idEmploye TO pt_correctePar
                      MOVE SPACES TO pt_approuvePar
                      MOVE SPACES TO pt_dateApprobation
                      REWRITE tamp_fpointage
                         INVALID KEY DISPLAY "Erreur de reecriture"
                         NOT INVALID KEY
                            DISPLAY "Pointage corrige, a faire"
                            DISPLAY "approuver par un autre gerant"
                            MOVE "CORRIGER_POINTAGE" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                DISPLAY "Total : ", heuresEmploye, " h ",
                        minutesEmploye, " min".

           *>Cette méthode presente le menu de la paie du mois :
           *>approbation des pointages corriges, calendrier des jours
           *>feries et preparation du fichier du cabinet de paie
           GERER_PAIE.
                MOVE 9 TO choixGestionPaie
                PERFORM WITH TEST AFTER UNTIL
                    choixGestionPaie = 0
                    DISPLAY "   -- PAIE DU MOIS --"
                    DISPLAY "      -Approuver les corrections (1)"
                    DISPLAY "      -Jours feries (2)"
                    DISPLAY "      -Preparer la paie du mois (3)"
                    DISPLAY "      -RETOUR (0)"
                    ACCEPT choixGestionPaie
                    EVALUATE choixGestionPaie
                        WHEN 1 PERFORM APPROUVER_CORRECTIONS_POINTAGE
                        WHEN 2 PERFORM GERER_JOURS_FERIES
                        WHEN 3 PERFORM PREPARER_PAIE_MOIS
                    END-EVALUATE
                END-PERFORM.

           *>Cette méthode presente une a une les corrections de
           *>pointage en attente ; le gerant connecte approuve celles
           *>qu'il n'a pas faites lui-meme (deux gerants voient donc
           *>toute heure corrigee avant qu'elle parte en paie)
           APPROUVER_CORRECTIONS_POINTAGE.
                MOVE 0 TO nbCorrectionsAttente
                MOVE 1 TO WfinPointage
                OPEN I-O fpointages
                PERFORM WITH TEST AFTER UNTIL WfinPointage = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO WfinPointage
                    NOT AT END
                        IF CORRECTION_A_APPROUVER THEN
                           ADD 1 TO nbCorrectionsAttente END-ADD
                           PERFORM APPROUVER_UN_POINTAGE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fpointages
                IF nbCorrectionsAttente = 0 THEN
                   DISPLAY "Aucune correction de pointage en attente"
                END-IF.

           *>Cette méthode soumet au gerant connecte la correction du
           *>pointage courant de fpointages (ouvert en I-O)
           APPROUVER_UN_POINTAGE.
                DISPLAY "Pointage ", pt_id, " de ", pt_employe
                DISPLAY "   Entree : ", pt_dateEntree,
                        " - sortie : ", pt_dateSortie
                DISPLAY "   Corrige par : ", pt_correctePar
                IF pt_correctePar = idEmploye THEN
                   DISPLAY "   Correction faite par vous : elle doit"
                   DISPLAY "   etre approuvee par un autre gerant"
                ELSE
                   DISPLAY "   Approuver cette correction ? (O/N)"
                   ACCEPT reponseApprobation
                   IF reponseApprobation = "O" OR
                      reponseApprobation = "o" THEN
                      MOVE "V" TO pt_statutCorrection
                      MOVE idEmploye TO pt_approuvePar
                      MOVE FUNCTION CURRENT-DATE TO pt_dateApprobation
                      REWRITE tamp_fpointage
                         INVALID KEY
                            DISPLAY "Erreur de reecriture"
                         NOT INVALID KEY
                            DISPLAY "   Correction approuvee"
                            MOVE "APPROUVER_CORRECTIONS_POINTAGE" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                            MOVE "fpointages" TO journalFichier
                            MOVE pt_id TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-REWRITE
                   END-IF
                END-IF.

           *>Cette méthode tient le calendrier des jours feries
           *>(ajout, suppression, liste) utilise par la paie
           GERER_JOURS_FERIES.
                MOVE 9 TO choixJourFerie
                PERFORM WITH TEST AFTER UNTIL choixJourFerie = 0
                    DISPLAY "   -- JOURS FERIES --"
                    DISPLAY "      -Ajouter un jour ferie (1)"
                    DISPLAY "      -Supprimer un jour ferie (2)"
                    DISPLAY "      -Lister les jours feries (3)"
                    DISPLAY "      -RETOUR (0)"
                    ACCEPT choixJourFerie
                    EVALUATE choixJourFerie
                        WHEN 1 PERFORM AJOUTER_JOUR_FERIE
                        WHEN 2 PERFORM SUPPRIMER_JOUR_FERIE
                        WHEN 3 PERFORM LISTER_JOURS_FERIES
                    END-EVALUATE
                END-PERFORM.

           AJOUTER_JOUR_FERIE.
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Entrez la date du jour ferie (AAAAMMJJ)"
                    ACCEPT dateSaisieValidee
                    PERFORM VALIDER_DATE_SAISIE
                END-PERFORM
                MOVE dateSaisieValidee TO jf_date
                DISPLAY "Entrez le libelle (ex. : Fete du travail)"
                ACCEPT jf_libelle
                OPEN I-O fjoursFeries
                WRITE tamp_fjourFerie
                   INVALID KEY
                      DISPLAY "Ce jour ferie est deja enregistre"
                   NOT INVALID KEY
                      DISPLAY "Jour ferie enregistre"
                      MOVE "AJOUTER_JOUR_FERIE" TO journalParagraphe
                      MOVE "AJOUT" TO journalOperation
                      MOVE "fjoursFeries" TO journalFichier
                      MOVE jf_date TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                END-WRITE
                CLOSE fjoursFeries.

           SUPPRIMER_JOUR_FERIE.
                DISPLAY "Entrez la date du jour ferie a supprimer"
                DISPLAY "(AAAAMMJJ)"
                ACCEPT dateSaisieValidee
                MOVE dateSaisieValidee TO jf_date
                OPEN I-O fjoursFeries
                DELETE fjoursFeries RECORD
                   INVALID KEY
                      DISPLAY "Ce jour n'est pas un jour ferie"
                   NOT INVALID KEY
                      DISPLAY "Jour ferie supprime"
                      MOVE "SUPPRIMER_JOUR_FERIE" TO journalParagraphe
                      MOVE "SUPPRESSION" TO journalOperation
                      MOVE "fjoursFeries" TO journalFichier
                      MOVE jf_date TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                END-DELETE
                CLOSE fjoursFeries.

           LISTER_JOURS_FERIES.
                MOVE 1 TO WfinFerie
                OPEN INPUT fjoursFeries
                DISPLAY "-- JOURS FERIES --"
                PERFORM WITH TEST AFTER UNTIL WfinFerie = 0
                    READ fjoursFeries NEXT
                    AT END MOVE 0 TO WfinFerie
                    NOT AT END
                        DISPLAY jf_date, " ", jf_libelle
                    END-READ
                END-PERFORM
                CLOSE fjoursFeries.

           *>Cette méthode prepare la paie d'un mois pour le cabinet
           *>de paie : les pointages du mois sont d'abord controles,
           *>et une sortie manquante ou une correction non approuvee
           *>bloque la preparation jusqu'a regularisation
           PREPARER_PAIE_MOIS.
                MOVE SPACES TO moisPaie
                PERFORM WITH TEST AFTER UNTIL
                        moisPaie IS NUMERIC AND
                        moisPaie(5:2) > "00" AND
                        moisPaie(5:2) < "13"
                        DISPLAY "Entrez le mois de paie (AAAAMM)"
                        ACCEPT moisPaie
                END-PERFORM
                PERFORM CONTROLER_POINTAGES_PAIE
                IF nbAnomaliesPaie > 0 THEN
                   DISPLAY "Preparation de la paie bloquee : ",
                           nbAnomaliesPaie, " pointage(s) a"
                   DISPLAY "regulariser (corriger la sortie, puis"
                   DISPLAY "faire approuver la correction)"
                ELSE
                   PERFORM ETABLIR_PAIE_MOIS
                END-IF.

           *>Cette méthode recense les pointages du mois de paie qui
           *>n'ont pas de sortie ou dont la correction n'est pas
           *>approuvee
           CONTROLER_POINTAGES_PAIE.
                MOVE 0 TO nbAnomaliesPaie
                MOVE 1 TO WfinPointage
                OPEN INPUT fpointages
                PERFORM WITH TEST AFTER UNTIL WfinPointage = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO WfinPointage
                    NOT AT END
                        IF pt_dateEntree(1:6) = moisPaie THEN
                           IF pt_dateSortie = SPACES THEN
                              ADD 1 TO nbAnomaliesPaie END-ADD
                              DISPLAY "Sortie manquante : pointage ",
                                      pt_id, " de ", pt_employe,
                                      " du ", pt_dateEntree(1:8)
                           END-IF
                           IF CORRECTION_A_APPROUVER THEN
                              ADD 1 TO nbAnomaliesPaie END-ADD
                              DISPLAY "Correction non approuvee : ",
                                      "pointage ", pt_id, " de ",
                                      pt_employe
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fpointages.

           *>Cette méthode ecrit le fichier d'import du cabinet de paie
           *>(PAIE-AAAAMM.CSV, une ligne par employe) et l'etat
           *>recapitulatif vise par le gerant (PAIE-AAAAMM-RECAP.TXT)
           ETABLIR_PAIE_MOIS.
                MOVE 0 TO nbSalariesPaie
                MOVE 0 TO totalMinNormalesPaie
                MOVE 0 TO totalMinSuppPaie
                MOVE 0 TO totalMinDimanchePaie
                MOVE 0 TO totalMinFeriesPaie
                MOVE 0 TO totalCommissionsPaie
                MOVE 0 TO totalRetenuesPaie
                *>Les conges du mois sont acquis avant l'edition, pour
                *>que le solde transmis au cabinet soit a jour
                MOVE moisPaie TO moisAcquisition
                PERFORM ACQUERIR_CONGES_MOIS
                *>Les semaines du mois sont reperees par leur rang
                *>depuis le 1er janvier 1601, qui etait un lundi
                MOVE moisPaie TO moisPaieNum
                COMPUTE dateJourNum = moisPaieNum * 100 + 1
                MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                     entierDebutPaie
                COMPUTE premiereSemainePaie =
                    (entierDebutPaie - 1) / 7
                MOVE dateJourNum TO debutMoisPaie
                IF moisPaie(5:2) = "12" THEN
                   COMPUTE moisSuivantPaie = moisPaieNum + 89
                ELSE
                   COMPUTE moisSuivantPaie = moisPaieNum + 1
                END-IF
                COMPUTE dateJourNum = moisSuivantPaie * 100 + 1
                COMPUTE dateJourNum = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(dateJourNum) - 1)
                MOVE dateJourNum TO finMoisPaie
                MOVE FUNCTION CURRENT-DATE TO dateRapport
                MOVE SPACES TO nomAnalyseCsv
                STRING "PAIE-" DELIMITED BY SIZE
                       moisPaie DELIMITED BY SIZE
                       ".CSV" DELIMITED BY SIZE
                       INTO nomAnalyseCsv
                OPEN OUTPUT fanalyseCsv
                MOVE SPACES TO ligneAnalyseCsv
                STRING "MATRICULE;NOM;PERIODE;H_NORMALES;H_SUPP;"
                       DELIMITED BY SIZE
                       "H_DIMANCHE;H_FERIES;COMMISSION;"
                       DELIMITED BY SIZE
                       "RETENUE_ACHATS;J_CP;J_MALADIE;J_FORMATION;"
                       DELIMITED BY SIZE
                       "J_SANS_SOLDE;J_AUTRES;SOLDE_CP"
                       DELIMITED BY SIZE
                       INTO ligneAnalyseCsv
                WRITE ligneAnalyseCsv
                MOVE SPACES TO nomRapport
                STRING "PAIE-" DELIMITED BY SIZE
                       moisPaie DELIMITED BY SIZE
                       "-RECAP.TXT" DELIMITED BY SIZE
                       INTO nomRapport
                OPEN OUTPUT frapport
                MOVE SPACES TO ligneRapport
                STRING "Etat de preparation de la paie - mois "
                       DELIMITED BY SIZE
                       moisPaie DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "Pointages controles : aucune sortie "
                       DELIMITED BY SIZE
                       "manquante, aucune correction en attente"
                       DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                WRITE ligneRapport
                DISPLAY "-- PREPARATION DE LA PAIE ", moisPaie, " --"
                MOVE 1 TO WfinEmploye
                OPEN INPUT femployes
                PERFORM WITH TEST AFTER UNTIL WfinEmploye = 0
                    READ femployes NEXT
                    AT END MOVE 0 TO WfinEmploye
                    NOT AT END PERFORM PREPARER_PAIE_EMPLOYE
                    END-READ
                END-PERFORM
                CLOSE femployes
                CLOSE fanalyseCsv
                PERFORM CLORE_ETAT_PAIE
                CLOSE frapport
                DISPLAY "Salaries : ", nbSalariesPaie
                DISPLAY "Fichier du cabinet de paie : ", nomAnalyseCsv
                DISPLAY "Etat recapitulatif : ", nomRapport
                MOVE "PAIE" TO typeDocument
                MOVE nomAnalyseCsv TO nomBackup
                MOVE moisPaie TO referenceDocument
                PERFORM ENREGISTRER_DOCUMENT
                MOVE "RAPPORT" TO typeDocument
                MOVE nomRapport TO nomBackup
                MOVE dateRapport(1:8) TO referenceDocument
                PERFORM ENREGISTRER_DOCUMENT.

           *>Cette méthode cumule la paie du mois de l'employe courant
           *>de femployes et ecrit sa ligne d'import et son bloc de
           *>l'etat ; un employe inactif sans heures ni montant du
           *>mois n'apparait pas
           PREPARER_PAIE_EMPLOYE.
                MOVE 0 TO minutesNormalesPaie
                MOVE 0 TO minutesSuppPaie
                MOVE 0 TO minutesDimanchePaie
                MOVE 0 TO minutesFeriesPaie
                MOVE ZEROS TO tableSemainesPaie
                PERFORM CUMULER_HEURES_PAIE
                PERFORM VENTILER_SEMAINES_PAIE
                PERFORM CUMULER_COMMISSIONS_PAIE
                PERFORM CUMULER_RETENUES_PAIE
                PERFORM CUMULER_ABSENCES_PAIE
                IF EMPLOYE_ACTIF OR minutesNormalesPaie > 0 OR
                   minutesSuppPaie > 0 OR minutesDimanchePaie > 0 OR
                   minutesFeriesPaie > 0 OR commissionPaie > 0 OR
                   retenueAchatsPaie > 0 OR joursCPPaie > 0 OR
                   joursMaladiePaie > 0 OR joursFormationPaie > 0 OR
                   joursSansSoldePaie > 0 OR joursAutresPaie > 0 THEN
                   PERFORM ECRIRE_LIGNE_PAIE
                END-IF.

           *>Cette méthode repartit les heures pointees du mois de
           *>l'employe : jour ferie, dimanche, ou semaine civile (du
           *>lundi au dimanche) pour le calcul des heures
           *>supplementaires
           CUMULER_HEURES_PAIE.
                MOVE 1 TO WfinPointage
                OPEN INPUT fpointages
                OPEN INPUT fjoursFeries
                PERFORM WITH TEST AFTER UNTIL WfinPointage = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO WfinPointage
                    NOT AT END
                        IF pt_employe = em_id AND
                           pt_dateEntree(1:6) = moisPaie AND
                           pt_dateEntree(1:12) IS NUMERIC AND
                           pt_dateSortie(1:12) IS NUMERIC THEN
                           PERFORM VENTILER_POINTAGE_PAIE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fjoursFeries
                CLOSE fpointages.

           *>Cette méthode range la duree du pointage courant dans la
           *>bonne categorie d'heures
           VENTILER_POINTAGE_PAIE.
                MOVE pt_dateEntree(1:8) TO dateJourNum
                MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                     entierJourPaie
                COMPUTE minutesEntree = entierJourPaie * 1440
                    + FUNCTION NUMVAL(pt_dateEntree(9:2)) * 60
                    + FUNCTION NUMVAL(pt_dateEntree(11:2))
                MOVE pt_dateSortie(1:8) TO dateJourNum
                COMPUTE minutesSortie =
                    FUNCTION INTEGER-OF-DATE(dateJourNum) * 1440
                    + FUNCTION NUMVAL(pt_dateSortie(9:2)) * 60
                    + FUNCTION NUMVAL(pt_dateSortie(11:2))
                MOVE 0 TO minutesPointagePaie
                IF minutesSortie > minutesEntree THEN
                   COMPUTE minutesPointagePaie =
                       minutesSortie - minutesEntree
                END-IF
                MOVE 0 TO jourFeriePaie
                MOVE pt_dateEntree(1:8) TO jf_date
                READ fjoursFeries KEY IS jf_date
                   INVALID KEY MOVE 0 TO jourFeriePaie
                   NOT INVALID KEY MOVE 1 TO jourFeriePaie
                END-READ
                COMPUTE jourSemainePaie =
                    FUNCTION MOD(entierJourPaie, 7)
                IF jourFeriePaie = 1 THEN
                   ADD minutesPointagePaie TO minutesFeriesPaie
                       END-ADD
                ELSE IF jourSemainePaie = 0 THEN
                   ADD minutesPointagePaie TO minutesDimanchePaie
                       END-ADD
                ELSE
                   COMPUTE semainePaie = (entierJourPaie - 1) / 7
                   COMPUTE idxSemainePaie =
                       semainePaie - premiereSemainePaie + 1
                   ADD minutesPointagePaie TO
                       minutesSemainePaie(idxSemainePaie) END-ADD
                END-IF.

           *>Cette méthode partage les heures de chaque semaine entre
           *>heures normales, jusqu'a la duree du contrat, et heures
           *>supplementaires au dela
           VENTILER_SEMAINES_PAIE.
                IF em_heuresHebdo > 0 THEN
                   COMPUTE minutesContratPaie = em_heuresHebdo * 60
                ELSE
                   COMPUTE minutesContratPaie =
                       HEURES_HEBDO_LEGALES * 60
                END-IF
                MOVE 1 TO idxSemainePaie
                PERFORM WITH TEST AFTER UNTIL idxSemainePaie > 6
                    IF minutesSemainePaie(idxSemainePaie) >
                       minutesContratPaie THEN
                       ADD minutesContratPaie TO minutesNormalesPaie
                           END-ADD
                       COMPUTE minutesSuppPaie = minutesSuppPaie
                           + minutesSemainePaie(idxSemainePaie)
                           - minutesContratPaie
                    ELSE
                       ADD minutesSemainePaie(idxSemainePaie) TO
                           minutesNormalesPaie END-ADD
                    END-IF
                    ADD 1 TO idxSemainePaie END-ADD
                END-PERFORM.

           *>Cette méthode calcule la commission du mois de l'employe
           *>sur ses ventes effectives, au taux du rapport des
           *>commissions
           CUMULER_COMMISSIONS_PAIE.
                MOVE 0 TO caCommissionPaie
                MOVE 1 TO Wfin
                OPEN INPUT fventes
                MOVE SPACES TO fv_dateVente
                MOVE moisPaie TO fv_dateVente(1:6)
                START fventes KEY IS NOT LESS THAN fv_dateVente
                   INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM UNTIL Wfin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF fv_dateVente(1:6) NOT = moisPaie THEN
                           MOVE 0 TO Wfin
                        ELSE IF fv_statut = 0 AND
                                fv_employe = em_id THEN
                           ADD fv_prixVente TO caCommissionPaie
                               END-ADD
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventes
                MULTIPLY caCommissionPaie BY TAUX_COMMISSION
                    GIVING commissionPaie ROUNDED.

           *>Cette méthode cumule les retenues sur salaire du mois
           *>pour les achats du personnel non retournes de l'employe
           CUMULER_RETENUES_PAIE.
                MOVE 0 TO retenueAchatsPaie
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
                        ELSE IF ACHAT_PERSO_VALIDE AND
                                ap_date(1:6) = moisPaie THEN
                           ADD ap_retenueSalaire TO retenueAchatsPaie
                               END-ADD
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fachatsPersonnel.

           *>Cette méthode cumule par type les jours ouvrables
           *>d'absence accordee de l'employe courant tombant dans le
           *>mois de paie ; une demande encore en attente sur le mois
           *>est signalee sans bloquer la preparation
           CUMULER_ABSENCES_PAIE.
                MOVE 0 TO joursCPPaie
                MOVE 0 TO joursMaladiePaie
                MOVE 0 TO joursFormationPaie
                MOVE 0 TO joursSansSoldePaie
                MOVE 0 TO joursAutresPaie
                MOVE debutMoisPaie TO borneDebutAbs
                MOVE finMoisPaie TO borneFinAbs
                OPEN INPUT fabsences
                MOVE em_id TO abs_employe
                START fabsences KEY IS = abs_employe
                   INVALID KEY MOVE 0 TO WfinAbsence
                   NOT INVALID KEY MOVE 1 TO WfinAbsence
                END-START
                PERFORM UNTIL WfinAbsence = 0
                    READ fabsences NEXT
                    AT END MOVE 0 TO WfinAbsence
                    NOT AT END
                        IF abs_employe NOT = em_id THEN
                           MOVE 0 TO WfinAbsence
                        ELSE IF abs_dateDebut NOT > finMoisPaie AND
                                abs_dateFin NOT < debutMoisPaie THEN
                           IF ABSENCE_APPROUVEE THEN
                              PERFORM VENTILER_ABSENCE_PAIE
                           END-IF
                           IF ABSENCE_DEMANDEE THEN
                              DISPLAY "ATTENTION : demande d'absence ",
                                      abs_id, " de ", em_id,
                                      " non decidee"
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fabsences.

           *>Cette méthode ajoute au cumul de son type les jours de
           *>l'absence courante de fabsences compris dans le mois
           VENTILER_ABSENCE_PAIE.
                MOVE abs_dateDebut TO dateDebutAbsence
                MOVE abs_dateFin TO dateFinAbsence
                MOVE abs_demiJourDebut TO demiJourDebutAbs
                MOVE abs_demiJourFin TO demiJourFinAbs
                PERFORM COMPTER_JOURS_ABSENCE
                EVALUATE TRUE
                    WHEN ABSENCE_CONGES_PAYES
                       ADD joursComptesAbs TO joursCPPaie END-ADD
                    WHEN ABSENCE_MALADIE
                       ADD joursComptesAbs TO joursMaladiePaie END-ADD
                    WHEN ABSENCE_FORMATION
                       ADD joursComptesAbs TO joursFormationPaie
                           END-ADD
                    WHEN ABSENCE_SANS_SOLDE
                       ADD joursComptesAbs TO joursSansSoldePaie
                           END-ADD
                    WHEN OTHER
                       ADD joursComptesAbs TO joursAutresPaie END-ADD
                END-EVALUATE.

           *>Cette méthode ecrit la ligne d'import de l'employe et son
           *>bloc dans l'etat recapitulatif, heures en centiemes
           ECRIRE_LIGNE_PAIE.
                ADD 1 TO nbSalariesPaie END-ADD
                ADD minutesNormalesPaie TO totalMinNormalesPaie
                    END-ADD
                ADD minutesSuppPaie TO totalMinSuppPaie END-ADD
                ADD minutesDimanchePaie TO totalMinDimanchePaie
                    END-ADD
                ADD minutesFeriesPaie TO totalMinFeriesPaie END-ADD
                ADD commissionPaie TO totalCommissionsPaie END-ADD
                ADD retenueAchatsPaie TO totalRetenuesPaie END-ADD
                COMPUTE heuresDecimalesPaie ROUNDED =
                    minutesNormalesPaie / 60
                MOVE heuresDecimalesPaie TO heuresNormalesEdition
                COMPUTE heuresDecimalesPaie ROUNDED =
                    minutesSuppPaie / 60
                MOVE heuresDecimalesPaie TO heuresSuppEdition
                COMPUTE heuresDecimalesPaie ROUNDED =
                    minutesDimanchePaie / 60
                MOVE heuresDecimalesPaie TO heuresDimancheEdition
                COMPUTE heuresDecimalesPaie ROUNDED =
                    minutesFeriesPaie / 60
                MOVE heuresDecimalesPaie TO heuresFeriesEdition
                MOVE commissionPaie TO commissionPaieEdition
                MOVE retenueAchatsPaie TO retenuePaieEdition
                MOVE joursCPPaie TO joursCPEdition
                MOVE joursMaladiePaie TO joursMaladieEdition
                MOVE joursFormationPaie TO joursFormationEdition
                MOVE joursSansSoldePaie TO joursSansSoldeEdition
                MOVE joursAutresPaie TO joursAutresEdition
                MOVE em_soldeConges TO soldeCongesEdition
                MOVE SPACES TO ligneAnalyseCsv
                STRING em_id DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       em_nom DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       moisPaie DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       heuresNormalesEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       heuresSuppEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       heuresDimancheEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       heuresFeriesEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       commissionPaieEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       retenuePaieEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       joursCPEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       joursMaladieEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       joursFormationEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       joursSansSoldeEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       joursAutresEdition DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       soldeCongesEdition DELIMITED BY SIZE
                       INTO ligneAnalyseCsv
                WRITE ligneAnalyseCsv
                MOVE SPACES TO ligneRapport
                STRING "Employe " DELIMITED BY SIZE
                       em_id DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       em_nom DELIMITED BY "  "
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Heures normales : " DELIMITED BY SIZE
                       heuresNormalesEdition DELIMITED BY SIZE
                       "   supplementaires : " DELIMITED BY SIZE
                       heuresSuppEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Heures du dimanche : " DELIMITED BY SIZE
                       heuresDimancheEdition DELIMITED BY SIZE
                       "   jours feries : " DELIMITED BY SIZE
                       heuresFeriesEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Commission : " DELIMITED BY SIZE
                       commissionPaieEdition DELIMITED BY SIZE
                       "   retenue achats : " DELIMITED BY SIZE
                       retenuePaieEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Absences (j) CP " DELIMITED BY SIZE
                       joursCPEdition DELIMITED BY SIZE
                       " maladie " DELIMITED BY SIZE
                       joursMaladieEdition DELIMITED BY SIZE
                       " formation " DELIMITED BY SIZE
                       joursFormationEdition DELIMITED BY SIZE
                       " s.solde " DELIMITED BY SIZE
                       joursSansSoldeEdition DELIMITED BY SIZE
                       " autres " DELIMITED BY SIZE
                       joursAutresEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Solde de conges payes : " DELIMITED BY SIZE
                       soldeCongesEdition DELIMITED BY SIZE
                       " j" DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                DISPLAY em_id, " ", em_nom
                DISPLAY "   H normales ", heuresNormalesEdition,
                        " supp ", heuresSuppEdition,
                        " dim ", heuresDimancheEdition,
                        " feries ", heuresFeriesEdition
                DISPLAY "   Commission ", commissionPaieEdition,
                        " retenue ", retenuePaieEdition.

           *>Cette méthode ecrit les totaux de l'etat recapitulatif
           *>et le visa du gerant qui a etabli la paie
           CLORE_ETAT_PAIE.
                COMPUTE heuresDecimalesPaie ROUNDED =
                    totalMinNormalesPaie / 60
                MOVE heuresDecimalesPaie TO heuresNormalesEdition
                COMPUTE heuresDecimalesPaie ROUNDED =
                    totalMinSuppPaie / 60
                MOVE heuresDecimalesPaie TO heuresSuppEdition
                COMPUTE heuresDecimalesPaie ROUNDED =
                    totalMinDimanchePaie / 60
                MOVE heuresDecimalesPaie TO heuresDimancheEdition
                COMPUTE heuresDecimalesPaie ROUNDED =
                    totalMinFeriesPaie / 60
                MOVE heuresDecimalesPaie TO heuresFeriesEdition
                MOVE totalCommissionsPaie TO commissionPaieEdition
                MOVE totalRetenuesPaie TO retenuePaieEdition
                MOVE SPACES TO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "TOTAL - salaries : " DELIMITED BY SIZE
                       nbSalariesPaie DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Heures normales : " DELIMITED BY SIZE
                       heuresNormalesEdition DELIMITED BY SIZE
                       "   supplementaires : " DELIMITED BY SIZE
                       heuresSuppEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Heures du dimanche : " DELIMITED BY SIZE
                       heuresDimancheEdition DELIMITED BY SIZE
                       "   jours feries : " DELIMITED BY SIZE
                       heuresFeriesEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "   Commissions : " DELIMITED BY SIZE
                       commissionPaieEdition DELIMITED BY SIZE
                       "   retenues achats : " DELIMITED BY SIZE
                       retenuePaieEdition DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "Etabli et vise par le gerant " DELIMITED BY SIZE
                       idEmploye DELIMITED BY SPACE
                       " le " DELIMITED BY SIZE
                       dateRapport(1:8) DELIMITED BY SIZE
                       " a " DELIMITED BY SIZE
                       dateRapport(9:2) DELIMITED BY SIZE
                       " h" DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport
                MOVE SPACES TO ligneRapport
                STRING "Signature : ____________________"
                       DELIMITED BY SIZE
                       INTO ligneRapport
                WRITE ligneRapport.

           *>Cette méthode delivre le prochain numero du compteur de
           *>sequence compteurNom (compteurs.dat) dans prochainId : le
           *>compteur est lu, incremente et reecrit dans la meme
           *>ouverture du fichier, ce qui le rend sur par rapport aux
           *>autres postes de caisse (la meme logique de verrou que
           *>les OUVRIR_IO_* s'applique au fichier des compteurs)
           OBTENIR_PROCHAIN_ID.
                MOVE 0 TO tentativesVerrou
                PERFORM WITH TEST AFTER UNTIL
                    (cr_fcompteurs NOT = 91 AND cr_fcompteurs NOT = 99)
                    OR tentativesVerrou >= MAX_TENTATIVES_VERROU
                    OPEN I-O fcompteurs
                    IF cr_fcompteurs = 91 OR cr_fcompteurs = 99 THEN
                       ADD 1 TO tentativesVerrou END-ADD
                       DISPLAY "fcompteurs occupe, nouvelle"
                       DISPLAY "tentative..."
                       PERFORM ATTENDRE_VERROU
                    END-IF
                END-PERFORM
                MOVE compteurNom TO co_nom
                READ fcompteurs KEY IS co_nom
                   INVALID KEY
                      MOVE compteurNom TO co_nom
                      MOVE 1 TO co_valeur
                      WRITE tamp_fcompteur
                      END-WRITE
                   NOT INVALID KEY
                      ADD 1 TO co_valeur END-ADD
                      REWRITE tamp_fcompteur
                      END-REWRITE
                END-READ
                MOVE co_valeur TO prochainId
                CLOSE fcompteurs.

           *>Cette méthode valide une date saisie au clavier dans le
           *>format canonique unique AAAAMMJJ : huit chiffres, mois
           *>entre 01 et 12 et jour existant reellement dans le mois
           *>(annees bissextiles comprises) ; dateValide ressort a 1
           *>seulement pour une vraie date calendaire
           VALIDER_DATE_SAISIE.
                MOVE 0 TO dateValide
                IF dateSaisieValidee IS NUMERIC THEN
                   COMPUTE anValide =
                       FUNCTION NUMVAL(dateSaisieValidee(1:4))
                   COMPUTE moisValide =
                       FUNCTION NUMVAL(dateSaisieValidee(5:2))
                   COMPUTE jourValide =
                       FUNCTION NUMVAL(dateSaisieValidee(7:2))
                   IF moisValide >= 1 AND moisValide <= 12 AND
                      jourValide >= 1 THEN
                      EVALUATE moisValide
                          WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                          WHEN 10 WHEN 12
                              MOVE 31 TO joursDansMois
                          WHEN 4 WHEN 6 WHEN 9 WHEN 11
                              MOVE 30 TO joursDansMois
                          WHEN 2
                              IF FUNCTION MOD(anValide 4) = 0 AND
                                 (FUNCTION MOD(anValide 100) NOT = 0
                                  OR FUNCTION MOD(anValide 400) = 0)
                                 THEN
                                 MOVE 29 TO joursDansMois
                              ELSE
                                 MOVE 28 TO joursDansMois
                              END-IF
                      END-EVALUATE
                      IF jourValide NOT > joursDansMois THEN
                         MOVE 1 TO dateValide
                      END-IF
                   END-IF
                END-IF
                IF dateValide = 0 THEN
                   DISPLAY "Date invalide, format attendu AAAAMMJJ"
                END-IF.

           *>Cette méthode attribue un numero depuis le compteur de
           *>sequence compteurNom, la saisie manuelle restant
           *>possible en derogation (reprise d'un ancien numero) :
           *>une saisie vide prend le numero automatique
           OBTENIR_ID_OU_SAISIE.
                DISPLAY "(ENTREE pour numero automatique, ou tapez"
                DISPLAY "un numero en derogation)"
                ACCEPT saisieIdManuel
                IF saisieIdManuel = SPACES THEN
                   PERFORM OBTENIR_PROCHAIN_ID
                ELSE
                   COMPUTE prochainId =
                       FUNCTION NUMVAL(saisieIdManuel)
                END-IF
                DISPLAY "Numero retenu : ", prochainId.

           *>Cette méthode écrit un mouvement dans le grand livre des
           *>mouvements de stock (fmouvStock) : chaque appelant qui
           *>modifie fi_quantite prepare le titre et son id, la
           *>quantite signee, le motif et la reference du document
           *>d'origine, afin que l'historique du stock d'un titre soit
           *>toujours reconstituable
           ENREGISTRER_MOUVEMENT_STOCK.
                *>Le numero de mouvement vient du compteur de
                *>sequence persistant : il survit aux relances et ne
                MOVE idMouvStockNumerique TO ms_id
                MOVE FUNCTION CURRENT-DATE TO ms_date
                MOVE mouvStockTitre TO ms_titre
                MOVE mouvStockIdRef TO ms_idRef
                MOVE mouvStockQuantite TO ms_quantite
                MOVE mouvStockMotif TO ms_motif
                MOVE mouvStockReference TO ms_reference
           MAJ_STOCK_MAGASIN.
                OPEN I-O fstocksMagasin
                MOVE codeMagasin TO sm_magasin
                MOVE ms_idRef TO sm_idRef
                READ fstocksMagasin KEY IS sm_cle
                   INVALID KEY
                      MOVE codeMagasin TO sm_magasin
                      MOVE ms_idRef TO sm_idRef
                      MOVE ms_titre TO sm_titre
                      MOVE ms_quantite TO sm_quantite
                      WRITE tamp_fstockMagasin
                CLOSE fstocksMagasin.

           *>Cette méthode affiche l'historique des mouvements de
           *>stock de l'article mouvStockIdRef (date, quantite signee,
           *>motif, reference, employe)
           AFFICHER_MOUVEMENTS_TITRE.
                MOVE 0 TO nbMouvementsTitre
                    READ fmouvStock NEXT
                    AT END MOVE 0 TO WfinMouvStock
                    NOT AT END
                        IF ms_idRef = mouvStockIdRef THEN
                           ADD 1 TO nbMouvementsTitre END-ADD
                           DISPLAY ms_date, " ", ms_quantite, " ",
                                   ms_motif, " ref ", ms_reference,
                    END-IF
                END-PERFORM.

           OUVRIR_IO_FCOMMANDES.
                MOVE 0 TO tentativesVerrou
                PERFORM WITH TEST AFTER UNTIL
                    (cr_fcommandes NOT = 91 AND cr_fcommandes NOT = 99)
                    OR tentativesVerrou >= MAX_TENTATIVES_VERROU
                    OPEN I-O fcommandes
                    IF cr_fcommandes = 91 OR cr_fcommandes = 99 THEN
                       ADD 1 TO tentativesVerrou END-ADD
                       DISPLAY "fcommandes occupe, nouvelle"
                       DISPLAY "tentative..."
                       PERFORM ATTENDRE_VERROU
                    END-IF
                END-PERFORM.

           OUVRIR_IO_FACHATS.
                MOVE 0 TO tentativesVerrou
                PERFORM WITH TEST AFTER UNTIL

           SAUVEGARDER_FVENTES.
                OPEN INPUT fventes
                *>Un fichier d'avant les cles client et titre (statut
                *>39) est decharge par sa reconstruction
                IF cr_fventes NOT = 35 AND cr_fventes NOT = 39 THEN
                   STRING "backup_ventes_" DELIMITED BY SIZE
                          dateBackup(1:14) DELIMITED BY SIZE
                          ".txt" DELIMITED BY SIZE
                        DISPLAY "      -Parametres d'exploitation (6)"
                        DISPLAY "      -Saisir le planning (7)"
                        DISPLAY "      -Ecart planning/pointages (8)"
                        DISPLAY "      -Paie du mois (9)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2

                        IF choixMenu2 > 9 THEN
                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 10
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                        PERFORM SAISIR_PLANNING
                                WHEN choixMenu2 = 8
                                        PERFORM RAPPORT_ECARTS_PLANNING
                                WHEN choixMenu2 = 9
                                        PERFORM GERER_PAIE
                        END-EVALUATE
                END-PERFORM.

                    DISPLAY "      -Mesurer une campagne (32)"
                    DISPLAY "      -Bulletin des nouveautes (33)"
                    DISPLAY "      -Rapport des parrainages (34)"
                    DISPLAY "      -Mandat de prelevement SEPA (35)"
                    DISPLAY "      -Lancer les prelevements (36)"
                    DISPLAY "      -Rejets de prelevement (37)"
                    DISPLAY "      -Rattacher un membre a un foyer (38)"
                    DISPLAY "      -Quitter un foyer (39)"
                    DISPLAY "      -Consulter un foyer (40)"
                    DISPLAY "      -Consentement marketing (41)"
                    DISPLAY "      -Importer les desinscriptions (42)"
                    DISPLAY "      -Preuve de consentement (43)"
                    DISPLAY "      -Importer les retours d'envoi (44)"
                    DISPLAY "      -Coordonnees a corriger (45)"
                    DISPLAY "      -Chronologie du client (46)"
                    DISPLAY "      -Identifiant web du client (47)"
                    DISPLAY "      -Dossiers du service client (48)"
                    DISPLAY "      -Dossiers clients en retard (49)"
                    DISPLAY "      -Identite facture electronique (50)"
                    DISPLAY "      -Statuts factures electroniques (51)"
                    DISPLAY "      -Factures electroniques (52)"
                    DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2


                        IF choixMenu2 > 52 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 53
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                               WHEN choixMenu2 = 34

                                 PERFORM RAPPORT_PARRAINAGES
                               WHEN choixMenu2 = 35

                                 PERFORM SAISIR_MANDAT_SEPA
                               WHEN choixMenu2 = 36

                                 PERFORM LANCER_PRELEVEMENTS
                               WHEN choixMenu2 = 37

                                 PERFORM IMPORTER_REJETS_PRELEVEMENT
                               WHEN choixMenu2 = 38

                                 PERFORM RATTACHER_MEMBRE_FOYER
                               WHEN choixMenu2 = 39

                                 PERFORM QUITTER_FOYER
                               WHEN choixMenu2 = 40

                                 PERFORM CONSULTER_FOYER
                               WHEN choixMenu2 = 41

                                 PERFORM MODIFIER_CONSENTEMENT
                               WHEN choixMenu2 = 42

                                 PERFORM IMPORTER_DESINSCRIPTIONS
                               WHEN choixMenu2 = 43

                                 PERFORM RAPPORT_PREUVE_CONSENTEMENT
                               WHEN choixMenu2 = 44

                                 PERFORM IMPORTER_RETOURS_PASSERELLE
                               WHEN choixMenu2 = 45

                                 PERFORM RAPPORT_CONTACTS_A_CORRIGER
                               WHEN choixMenu2 = 46

                                 PERFORM AFFICHER_CHRONOLOGIE_CLIENT
                               WHEN choixMenu2 = 47

                                 PERFORM LIER_COMPTE_WEB
                               WHEN choixMenu2 = 48

                                 PERFORM GERER_DOSSIERS_CLIENTS
                               WHEN choixMenu2 = 49

                                 PERFORM RAPPORT_DOSSIERS_EN_RETARD
                               WHEN choixMenu2 = 50

                                 PERFORM SAISIR_IDENTITE_EFACTURE
                               WHEN choixMenu2 = 51

                                 PERFORM IMPORTER_STATUTS_EFACTURES
                               WHEN choixMenu2 = 52

                                 PERFORM CONSULTER_EFACTURES
                        END-EVALUATE
                END-PERFORM

              DISPLAY "      -Saisir une offre de rachat (61)"
              DISPLAY "      -Convertir une offre acceptee (62)"
              DISPLAY "      -Rapport des offres de rachat (63)"
              DISPLAY "      -Migrer les references vers l'id (64)"
              DISPLAY "      -Saisir une sortie au calendrier (65)"
              DISPLAY "      -Importer les a-paraitre distrib. (66)"
              DISPLAY "      -Calendrier des sorties a venir (67)"
              DISPLAY "      -Liberer les sorties du jour (68)"
              DISPLAY "      -Propositions de quantite FOC (69)"
              DISPLAY "      -Valider les propositions FOC (70)"
              DISPLAY "      -Retours en office a echeance (71)"
              DISPLAY "      -Retourner les offices a echeance (72)"
              DISPLAY "      -Saisir ou modifier un editeur (73)"
              DISPLAY "      -Liste des editeurs (74)"
              DISPLAY "      -Rattacher des references (75)"
              DISPLAY "      -Rapport par editeur (76)"
              DISPLAY "      -Importer le flux bibliographique (77)"
              DISPLAY "      -Importer un avis d'expedition (78)"
              DISPLAY "      -Ecarts commande / avis (79)"
              DISPLAY "      -Liberer une facture fournisseur (80)"
              DISPLAY "      -Saisir des frais d'approche (81)"
              DISPLAY "      -Lancer un rappel produit (82)"
              DISPLAY "      -Retourner le stock rappele (83)"
              DISPLAY "      -Etat d'un rappel produit (84)"
              DISPLAY "      -Cloturer un rappel produit (85)"
              DISPLAY "      -Proposer un reequilibrage (86)"
              DISPLAY "      -Revoir les propositions de transfert (87)"
              DISPLAY "      -Confirmer un rangement de reception (88)"
              DISPLAY "      -Controler la coherence du stock (89)"
              DISPLAY "      -Controle referentiel (orphelins) (90)"
              DISPLAY "      -Consulter la quarantaine (91)"
              DISPLAY "      -Provenance des exemplaires (92)"
                        DISPLAY "      -RETOUR (0)"


                        ACCEPT choixMenu2


                        IF choixMenu2 > 92 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 93
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                    PERFORM CONVERTIR_OFFRE_RACHAT
                                WHEN choixMenu2 = 63
                                    PERFORM RAPPORT_OFFRES_RACHAT
                                WHEN choixMenu2 = 64
                                    PERFORM MIGRER_REFERENCES_ID
                                WHEN choixMenu2 = 65
                                    PERFORM SAISIR_SORTIE_CALENDRIER
                                WHEN choixMenu2 = 66
                                 PERFORM IMPORTER_SORTIES_DISTRIBUTEUR
                                WHEN choixMenu2 = 67
                                    PERFORM AFFICHER_CALENDRIER_SORTIES
                                WHEN choixMenu2 = 68
                                    PERFORM LIBERER_SORTIES_DU_JOUR
                                WHEN choixMenu2 = 69
                                    PERFORM PROPOSER_QUANTITES_FOC
                                WHEN choixMenu2 = 70
                                    PERFORM VALIDER_PROPOSITIONS_FOC
                                WHEN choixMenu2 = 71
                                    PERFORM RAPPORT_RETOURS_OFFICE
                                WHEN choixMenu2 = 72
                                    PERFORM RETOURNER_OFFICES_ECHEANCE
                                WHEN choixMenu2 = 73
                                    PERFORM SAISIR_EDITEUR
                                WHEN choixMenu2 = 74
                                    PERFORM AFFICHER_EDITEURS
                                WHEN choixMenu2 = 75
                                 PERFORM RATTACHER_REFERENCES_EDITEUR
                                WHEN choixMenu2 = 76
                                    PERFORM RAPPORT_PAR_EDITEUR
                                WHEN choixMenu2 = 77
                                    PERFORM IMPORTER_FLUX_BIBLIO
                                WHEN choixMenu2 = 78
                                    PERFORM IMPORTER_AVIS_EXPEDITION
                                WHEN choixMenu2 = 79
                                    PERFORM RAPPORT_ECARTS_AVIS
                                WHEN choixMenu2 = 80
                                    PERFORM LIBERER_FACTURE_FOURN
                                WHEN choixMenu2 = 81
                                    PERFORM SAISIR_FRAIS_APPROCHE
                                WHEN choixMenu2 = 82
                                    PERFORM OUVRIR_RAPPEL_PRODUIT
                                WHEN choixMenu2 = 83
                                    PERFORM RETOURNER_STOCK_RAPPEL
                                WHEN choixMenu2 = 84
                                    PERFORM AFFICHER_ETAT_RAPPEL
                                WHEN choixMenu2 = 85
                                    PERFORM CLOTURER_RAPPEL_PRODUIT
                                WHEN choixMenu2 = 86
                                    PERFORM
                                     PROPOSER_REEQUILIBRAGE_STOCKS
                                WHEN choixMenu2 = 87
                                    PERFORM
                                     REVOIR_PROPOSITIONS_TRANSFERT
                                WHEN choixMenu2 = 88
                                    PERFORM
                                     CONFIRMER_RANGEMENT_RECEPTION
                                WHEN choixMenu2 = 89
                                    PERFORM CONTROLER_COHERENCE_GERANT
                                WHEN choixMenu2 = 90
                                    PERFORM CONTROLER_REFERENTIEL
                                WHEN choixMenu2 = 91
                                    PERFORM CONSULTER_QUARANTAINE
                                WHEN choixMenu2 = 92
                                    PERFORM GERER_PROVENANCES
                        END-EVALUATE
                END-PERFORM

              DISPLAY "      -Saisir un modele de commande (53)"
              DISPLAY "      -Devis depuis un modele (54)"
              DISPLAY "      -Generer les modeles echus (55)"
              DISPLAY "      -Reprendre les commandes de fventes (56)"
              DISPLAY "      -Expedier un colis de commande (57)"
              DISPLAY "      -Colis d'une commande (58)"
              DISPLAY "      -Importer les livraisons confirmees (59)"
              DISPLAY "      -Frais de port factures / payes (60)"
              DISPLAY "      -Rapprocher les versements web (61)"
              DISPLAY "      -Rapprocher le releve bancaire (62)"
              DISPLAY "      -Enregistrer un cheque impaye (63)"
              DISPLAY "      -Regulariser un cheque impaye (64)"
              DISPLAY "      -Registre des cheques impayes (65)"
              DISPLAY "      -Acheter de la monnaie a la banque (66)"
              DISPLAY "      -Compter le coffre (67)"
              DISPLAY "      -Controle du coffre du jour (68)"
              DISPLAY "      -Saisir une depense (69)"
              DISPLAY "      -Payer une depense (70)"
              DISPLAY "      -Arreter une depense recurrente (71)"
              DISPLAY "      -Saisir une immobilisation (72)"
              DISPLAY "      -Sortie d'une immobilisation (73)"
              DISPLAY "      -Plan d'amortissement (74)"
              DISPLAY "      -Registre des immobilisations (75)"
              DISPLAY "      -Liberer les bons expires (76)"
              DISPLAY "      -Revue des statuts clients (77)"
              DISPLAY "      -Epingler le statut d'un client (78)"
              DISPLAY "      -Appliquer la revue des statuts (79)"
              DISPLAY "      -Regles des bons de retour (80)"
              DISPLAY "      -Reprendre un panier gare (81)"
              DISPLAY "      -Annoncer sur la place de marche (82)"
              DISPLAY "      -Importer les ventes place de marche (83)"
              DISPLAY "      -Retirer une annonce terminee (84)"
              DISPLAY "      -Liberer les annonces echues (85)"
              DISPLAY "      -Annonces en ligne (86)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2

                        IF choixMenu2 > 86 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 87
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                    PERFORM GENERER_DEVIS_MODELE
                                WHEN choixMenu2 = 55
                                    PERFORM GENERER_MODELES_ECHUS
                                WHEN choixMenu2 = 56
                                    PERFORM MIGRER_COMMANDES_OUVERTES
                                WHEN choixMenu2 = 57
                                    PERFORM CREER_EXPEDITION
                                WHEN choixMenu2 = 58
                                    PERFORM AFFICHER_COLIS_COMMANDE
                                WHEN choixMenu2 = 59
                                    PERFORM IMPORTER_LIVRAISONS
                                WHEN choixMenu2 = 60
                                    PERFORM RAPPORT_FRAIS_PORT
                                WHEN choixMenu2 = 61
                                    PERFORM RAPPROCHER_VERSEMENTS_WEB
                                WHEN choixMenu2 = 62
                                    PERFORM RAPPROCHER_RELEVE_BANQUE
                                WHEN choixMenu2 = 63
                                    PERFORM ENREGISTRER_CHEQUE_IMPAYE
                                WHEN choixMenu2 = 64
                                    PERFORM REGULARISER_CHEQUE_IMPAYE
                                WHEN choixMenu2 = 65
                                    PERFORM REGISTRE_CHEQUES_IMPAYES
                                WHEN choixMenu2 = 66
                                    PERFORM ACHETER_MONNAIE_BANQUE
                                WHEN choixMenu2 = 67
                                    PERFORM COMPTER_COFFRE
                                WHEN choixMenu2 = 68
                                    PERFORM CONTROLER_COFFRE_JOUR
                                WHEN choixMenu2 = 69
                                    PERFORM SAISIR_DEPENSE
                                WHEN choixMenu2 = 70
                                    PERFORM PAYER_DEPENSE
                                WHEN choixMenu2 = 71
                                    PERFORM ARRETER_DEPENSE_RECURRENTE
                                WHEN choixMenu2 = 72
                                    PERFORM SAISIR_IMMOBILISATION
                                WHEN choixMenu2 = 73
                                    PERFORM CEDER_IMMOBILISATION
                                WHEN choixMenu2 = 74
                                    PERFORM IMPRIMER_PLAN_AMORTISSEMENT
                                WHEN choixMenu2 = 75
                                    PERFORM REGISTRE_IMMOBILISATIONS
                                WHEN choixMenu2 = 76
                                    PERFORM LIBERER_BONS_EXPIRES
                                WHEN choixMenu2 = 77
                                    PERFORM REVOIR_STATUTS_CLIENTS
                                WHEN choixMenu2 = 78
                                    PERFORM EPINGLER_STATUT_CLIENT
                                WHEN choixMenu2 = 79
                                    PERFORM APPLIQUER_REVUE_STATUTS
                                WHEN choixMenu2 = 80
                                    PERFORM GERER_REGLES_REBOND
                                WHEN choixMenu2 = 81
                                    PERFORM REPRENDRE_PANIER_GARE
                                WHEN choixMenu2 = 82
                                 PERFORM EXPORTER_ANNONCES_PLACE_MARCHE
                                WHEN choixMenu2 = 83
                                   PERFORM IMPORTER_VENTES_PLACE_MARCHE
                                WHEN choixMenu2 = 84
                                    PERFORM TERMINER_ANNONCE
                                WHEN choixMenu2 = 85
                                    PERFORM LIBERER_ANNONCES_ECHUES
                                WHEN choixMenu2 = 86
                                    PERFORM LISTER_ANNONCES_EN_LIGNE
                        END-EVALUATE
                END-PERFORM

                 DISPLAY "      -Retours par client (25)"
                 DISPLAY "      -Catalogue des documents (26)"
                 DISPLAY "      -Reimprimer un document (27)"
                 DISPLAY "      -Conformite prix unique du livre (28)"
                 DISPLAY "      -Taux de retour des bons de retour (29)"
                 DISPLAY "      -Achats du personnel du mois (30)"
                 DISPLAY "      -Vigilance par caissier (31)"
                 DISPLAY "      -Comparatif des magasins (32)"
                 DISPLAY "      -Fichier des ecritures comptables (33)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenu2
                        IF choixMenu2 > 33 THEN
                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 34
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                   PERFORM CONSULTER_CATALOGUE_DOCS
                                WHEN choixMenu2 = 27
                                    PERFORM REIMPRIMER_DOCUMENT
                                WHEN choixMenu2 = 28
                                    PERFORM RAPPORT_PRIX_UNIQUE_LIVRE
                                WHEN choixMenu2 = 29
                                    PERFORM RAPPORT_BONS_RETOUR
                                WHEN choixMenu2 = 30
                                    PERFORM RAPPORT_ACHATS_PERSONNEL
                                WHEN choixMenu2 = 31
                                  PERFORM RAPPORT_VIGILANCE_CAISSIERS
                                WHEN choixMenu2 = 32
                                  PERFORM RAPPORT_COMPARATIF_MAGASINS
                                WHEN choixMenu2 = 33
                                    PERFORM GENERER_FEC
                        END-EVALUATE
                END-PERFORM

                        DISPLAY "   -Gestion ventes (3)"
                        DISPLAY "   -Statistiques (4)"
                        DISPLAY "   -Pointage entree/sortie (5)"
                        DISPLAY "   -Mes absences et conges (6)"
                        DISPLAY "   -QUITTER (0)"

                        ACCEPT choixMenu

                        IF choixMenu > 6 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu < 7
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu
                        END-PERFORM
                                        PERFORM AFFICHE_STATS_EMPLOYE
                                WHEN choixMenu = 5
                                        PERFORM POINTER_ENTREE_SORTIE
                                WHEN choixMenu = 6
                                        PERFORM MES_ABSENCES
                        END-EVALUATE
                END-PERFORM.

                    DISPLAY "      -Afficher la liste des clients (4)"
                    
                    DISPLAY "      -Supprimer un client (5)"
                    DISPLAY "      -Dossiers du service client (6)"
                    DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenu2


                        IF choixMenu2 > 6 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 7
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                        
                                WHEN choixMenu2 = 5
                                        PERFORM SUPPR_CLIENT
                                WHEN choixMenu2 = 6
                                        PERFORM GERER_DOSSIERS_CLIENTS
                        END-EVALUATE
                END-PERFORM

       DISPLAY "      -Afficher la liste des comics de l'inventaire (3)"
              DISPLAY "      -Modifier un prix (si permission) (4)"
              DISPLAY "      -Demarquer du stock (si permission) (5)"
              DISPLAY "      -Exemplaires signes par un artiste (6)"
                        DISPLAY "      -RETOUR (0)"

                        ACCEPT choixMenu2


                        IF choixMenu2 > 6 THEN

                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 6
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                        PERFORM MODIFIER_PRIX_COMIC
                                WHEN choixMenu2 = 5
                                        PERFORM DEMARQUER_STOCK
                                WHEN choixMenu2 = 6
                                   PERFORM RECHERCHER_PROVENANCE_ARTISTE
                        END-EVALUATE
                END-PERFORM

                        DISPLAY "      -Mouvement de caisse (7)"
                 DISPLAY "      -Retirer les lignes arrivees (8)"
                 DISPLAY "      -Retourner une vente (exercice) (9)"
                 DISPLAY "      -Reprendre un panier gare (10)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenu2
                        IF choixMenu2 > 10 THEN
                        PERFORM WITH TEST AFTER UNTIL choixMenu2 < 11
                                DISPLAY "Ressaisissez !"
                                ACCEPT choixMenu2
                        END-PERFORM
                                     DISPLAY "exploitation le retour"
                                     DISPLAY "passe par le gerant"
                                  END-IF
                                WHEN choixMenu2 = 10
                                        PERFORM REPRENDRE_PANIER_GARE
                        END-EVALUATE
                END-PERFORM

                   MOVE "F" TO fa_origine
                   MOVE 0 TO fa_idClient
                   MOVE codeMagasin TO fa_magasin
                   MOVE 0 TO fa_idCommandeFourn
                   MOVE fa_titreComics TO titreIdRef
                   PERFORM RESOUDRE_ID_REFERENCE
                   MOVE idReference TO fa_idRef
                   WRITE tamp_fachats
                      NOT INVALID KEY
                         ADD 1 TO nbEnregsRestaures END-ADD
                   MOVE 0 TO fv_resteDu
                   MOVE codeMagasin TO fv_magasin
                   MOVE "P" TO fv_canalRecu
                   MOVE fv_titreComics TO titreIdRef
                   PERFORM RESOUDRE_ID_REFERENCE
                   MOVE idReference TO fv_idRef
                   MOVE 0 TO fv_idCommande
                   WRITE tamp_fvente
                      NOT INVALID KEY
                         ADD 1 TO nbEnregsRestaures END-ADD
                   MOVE "LI" TO fi_categorie
                   MOVE 0 TO fi_idConsignataire
                   MOVE 0 TO fi_tauxCommission
                   MOVE 0 TO fi_idEditeur
                   MOVE "O" TO fi_saisieLocale
                   WRITE tamp_finventaire
                      NOT INVALID KEY
                         ADD 1 TO nbEnregsRestaures END-ADD
                   END-READ
                   CLOSE fclients
                   OPEN INPUT finventaire
                   MOVE fv_idRef TO fi_id
                   READ finventaire KEY IS fi_id
                      INVALID KEY
                         ADD 1 TO nbAnomaliesIntegrite END-ADD
                         STRING "Vente " DELIMITED BY SIZE
           END-READ
           CLOSE fcontroles.

      *>Cette méthode controle l'integrite referentielle des fichiers
      *>en-tete / lignes : chaque relation parent/enfant est
      *>parcourue cote enfant et les orphelins (ligne dont l'en-tete
      *>n'existe plus) et les references pendantes (exemplaire vendu
      *>dans une vente inconnue, transfert vers un magasin inconnu)
      *>sont listes par relation dans REFERENTIEL-AAAAMMJJ.TXT. Les
      *>orphelins peuvent ensuite etre mis en quarantaine : ils sont
      *>retires de leur fichier et conserves dans quarantaine.dat pour
      *>examen, jamais simplement supprimes
        CONTROLER_REFERENTIEL.
           MOVE 0 TO modeQuarantaine
           PERFORM PARCOURIR_RELATIONS
           IF nbOrphelinsQuarantinables > 0 THEN
              DISPLAY nbOrphelinsQuarantinables,
                      " ligne(s) orpheline(s) peuvent etre mises en"
              DISPLAY "quarantaine (retirees de leur fichier et"
              DISPLAY "conservees pour examen). Continuer ? (O/N)"
              ACCEPT reponseQuarantaine
              IF reponseQuarantaine = "O" OR
                 reponseQuarantaine = "o" THEN
                 MOVE 1 TO modeQuarantaine
                 PERFORM PARCOURIR_RELATIONS
                 DISPLAY "Lignes mises en quarantaine : ",
                         nbQuarantaines
              END-IF
           END-IF.

      *>Cette méthode parcourt toutes les relations et ecrit le
      *>rapport (QUARANTAINE-AAAAMMJJ.TXT pour le passage de mise en
      *>quarantaine)
        PARCOURIR_RELATIONS.
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE 0 TO nbRelationsControlees
           MOVE 0 TO nbRelationsEnDefaut
           MOVE 0 TO nbOrphelinsTotal
           MOVE 0 TO nbOrphelinsQuarantinables
           MOVE 0 TO nbQuarantaines
           MOVE SPACES TO nomRapport
           IF QUARANTAINE_ORPHELINS THEN
              STRING "QUARANTAINE-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
           ELSE
              STRING "REFERENTIEL-" DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO nomRapport
           END-IF
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           IF QUARANTAINE_ORPHELINS THEN
              STRING "Mise en quarantaine des orphelins du "
                     DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING "Controle referentiel du " DELIMITED BY SIZE
                     dateRapport(1:8) DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           MOVE SPACES TO texteParent
           PERFORM REL_LIGNES_VENTE
           PERFORM REL_PAIEMENTS_VENTE
           PERFORM REL_LIGNES_COMMANDE
           PERFORM REL_ECHEANCES_PLAN
           PERFORM REL_LIGNES_COMMANDE_FOURN
           PERFORM REL_LIGNES_DEVIS
           PERFORM REL_LIGNES_MODELE
           PERFORM REL_LIGNES_OFFRE_QTE
           PERFORM REL_LIGNES_OFFRE_RACHAT
           PERFORM REL_LIGNES_GRADATION
           PERFORM REL_INSCRIPTIONS_EVENEMENT
           PERFORM REL_LIGNES_FACTURE_FOURN
           PERFORM REL_LIGNES_RAPPEL
           PERFORM REL_LIGNES_REMISE
           PERFORM REL_NOTES_DOSSIER
           PERFORM REL_LIGNES_PANIER_GARE
           PERFORM REL_COMPTAGES_SESSION
           PERFORM REL_MOUVEMENTS_SESSION
           PERFORM REL_MESSAGES_CLIENT
           PERFORM REL_EXEMPLAIRES_VENTE
           PERFORM REL_COUCHES_ACHAT
           PERFORM REL_GRADATION_EXEMPLAIRE
           PERFORM REL_PRETS_EXEMPLAIRE
           PERFORM REL_PROVENANCES_EXEMPLAIRE
           PERFORM REL_ANNONCES_EXEMPLAIRE
           PERFORM REL_EFACTURES_CLIENT
           PERFORM REL_TRANSFERTS_MAGASIN
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Relations controlees : " DELIMITED BY SIZE
                  nbRelationsControlees DELIMITED BY SIZE
                  " - en defaut : " DELIMITED BY SIZE
                  nbRelationsEnDefaut DELIMITED BY SIZE
                  " - anomalies : " DELIMITED BY SIZE
                  nbOrphelinsTotal DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF QUARANTAINE_ORPHELINS THEN
              MOVE SPACES TO ligneRapport
              STRING "Lignes mises en quarantaine : " DELIMITED BY
                     SIZE
                     nbQuarantaines DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           CLOSE frapport
           DISPLAY "Controle referentiel : ", nbOrphelinsTotal,
                   " anomalie(s) sur ", nbRelationsEnDefaut,
                   " relation(s)"
           DISPLAY "Rapport enregistre dans :"
           DISPLAY nomRapport
           MOVE "RAPPORT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateRapport(1:8) TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT.

      *>Cette méthode ouvre une relation dans le rapport
        DEBUT_RELATION.
           ADD 1 TO nbRelationsControlees END-ADD
           MOVE 0 TO nbExaminesRel
           MOVE 0 TO nbOrphelinsRel
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING libelleRelation DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  fichierRelation DELIMITED BY " "
                  ")" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport.

      *>Cette méthode clot une relation dans le rapport : nombre
      *>d'enregistrements examines et d'anomalies
        FIN_RELATION.
           MOVE SPACES TO ligneRapport
           IF RELATION_ORPHELINS THEN
              STRING "   Examines : " DELIMITED BY SIZE
                     nbExaminesRel DELIMITED BY SIZE
                     " - orphelins : " DELIMITED BY SIZE
                     nbOrphelinsRel DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING "   Examines : " DELIMITED BY SIZE
                     nbExaminesRel DELIMITED BY SIZE
                     " - references pendantes : " DELIMITED BY SIZE
                     nbOrphelinsRel DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           IF nbOrphelinsRel > 0 THEN
              ADD 1 TO nbRelationsEnDefaut END-ADD
              ADD nbOrphelinsRel TO nbOrphelinsTotal END-ADD
              IF RELATION_ORPHELINS THEN
                 ADD nbOrphelinsRel TO nbOrphelinsQuarantinables
                     END-ADD
              END-IF
              DISPLAY libelleRelation, " : ", nbOrphelinsRel
           END-IF.

      *>Cette méthode ecrit l'anomalie de l'enregistrement
      *>cleOrphelin (parent idParentRel, ou texteParent s'il est
      *>renseigne) et, lors du passage de mise en quarantaine, copie
      *>l'orphelin (imageOrphelin) dans quarantaine.dat ;
      *>quarantaineFaite indique a l'appelant qu'il peut retirer
      *>l'enregistrement de son fichier
        SIGNALER_ORPHELIN.
           ADD 1 TO nbOrphelinsRel END-ADD
           MOVE 0 TO quarantaineFaite
           IF texteParent = SPACES THEN
              MOVE idParentRel TO texteParent
           END-IF
           MOVE SPACES TO ligneRapport
           STRING "   " DELIMITED BY SIZE
                  cleOrphelin DELIMITED BY "  "
                  " -> " DELIMITED BY SIZE
                  libelleParent DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  texteParent DELIMITED BY " "
                  " introuvable" DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF QUARANTAINE_ORPHELINS AND RELATION_ORPHELINS THEN
              MOVE "QUARANTAINE" TO compteurNom
              PERFORM OBTENIR_PROCHAIN_ID
              MOVE prochainId TO qr_id
              MOVE dateRapport(1:8) TO qr_date
              MOVE idEmploye TO qr_employe
              MOVE libelleRelation TO qr_relation
              MOVE fichierRelation TO qr_fichier
              MOVE cleOrphelin TO qr_cle
              MOVE idParentRel TO qr_idParent
              MOVE imageOrphelin TO qr_enregistrement
              OPEN I-O fquarantaine
              WRITE tamp_fquarantaine
                 INVALID KEY
                    DISPLAY "ERREUR : quarantaine impossible pour ",
                            cleOrphelin
                 NOT INVALID KEY
                    MOVE 1 TO quarantaineFaite
                    ADD 1 TO nbQuarantaines END-ADD
              END-WRITE
              CLOSE fquarantaine
              IF quarantaineFaite = 1 THEN
                 MOVE "CONTROLER_REFERENTIEL" TO journalParagraphe
                 MOVE "QUARANTAINE" TO journalOperation
                 MOVE fichierRelation TO journalFichier
                 MOVE cleOrphelin TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
              END-IF
           END-IF
           MOVE SPACES TO texteParent.

      *>Cette méthode cherche parmi les en-tetes de commande (fichier
      *>deja ouvert par l'appelant) celui qui a reserve le numero de
      *>vente idParentRel : acomptes, cheques d'echeancier et
      *>prepaiements web y sont rattaches avant que la vente existe,
      *>et pour toujours si la commande est annulee
        EXISTE_COMMANDE_VENTE_REL.
           MOVE 0 TO trouveRel
           MOVE 1 TO WfinRel2
           MOVE 0 TO cmd_id
           START fcommandes KEY IS NOT LESS THAN cmd_id
              INVALID KEY MOVE 0 TO WfinRel2
           END-START
           PERFORM UNTIL WfinRel2 = 0
               READ fcommandes NEXT
                  AT END MOVE 0 TO WfinRel2
                  NOT AT END
                     IF cmd_idVente = idParentRel THEN
                        MOVE 1 TO trouveRel
                        MOVE 0 TO WfinRel2
                     END-IF
               END-READ
           END-PERFORM.

      *>Cette méthode cherche la vente idParentRel dans les ventes
      *>en cours puis dans les ventes archivees (fichiers deja
      *>ouverts par l'appelant)
        EXISTE_VENTE_REL.
           MOVE 1 TO trouveRel
           MOVE idParentRel TO fv_id
           READ fventes KEY IS fv_id
              INVALID KEY
                 MOVE idParentRel TO fva_id
                 READ fventesArchive KEY IS fva_id
                    INVALID KEY MOVE 0 TO trouveRel
                 END-READ
           END-READ.

      *>Lignes de vente -> vente (en cours ou archivee)
        REL_LIGNES_VENTE.
           MOVE "O" TO typeRelation
           MOVE "Lignes de vente -> vente" TO libelleRelation
           MOVE "fventesLignes" TO fichierRelation
           MOVE "vente" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fventesLignes
           ELSE
              OPEN INPUT fventesLignes
           END-IF
           OPEN INPUT fventes
           OPEN INPUT fventesArchive
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fventesLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE fvl_idVente TO idParentRel
                   PERFORM EXISTE_VENTE_REL
                   IF trouveRel = 0 THEN
                      MOVE fvl_cle TO cleOrphelin
                      MOVE tamp_fventeLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fventesLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesLignes
           CLOSE fventes
           CLOSE fventesArchive
           PERFORM FIN_RELATION.

      *>Reglements -> vente (la cle 0 porte les cheques hors vente) ;
      *>le numero de vente reserve par une commande encore ouverte
      *>ou annulee est un parent valide
        REL_PAIEMENTS_VENTE.
           MOVE "O" TO typeRelation
           MOVE "Reglements -> vente" TO libelleRelation
           MOVE "fpaiements" TO fichierRelation
           MOVE "vente" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fpaiements
           ELSE
              OPEN INPUT fpaiements
           END-IF
           OPEN INPUT fventes
           OPEN INPUT fventesArchive
           OPEN INPUT fcommandes
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fpaiements NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF pg_idVente NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE pg_idVente TO idParentRel
                      PERFORM EXISTE_VENTE_REL
                      IF trouveRel = 0 THEN
                         PERFORM EXISTE_COMMANDE_VENTE_REL
                      END-IF
                      IF trouveRel = 0 THEN
                         MOVE pg_cle TO cleOrphelin
                         MOVE tamp_fpaiement TO imageOrphelin
                         PERFORM SIGNALER_ORPHELIN
                         IF quarantaineFaite = 1 THEN
                            DELETE fpaiements END-DELETE
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpaiements
           CLOSE fventes
           CLOSE fventesArchive
           CLOSE fcommandes
           PERFORM FIN_RELATION.

      *>Lignes de commande client -> commande ; les lignes des
      *>anciennes commandes restees dans les ventes (closes, ou dont
      *>le numero etait deja pris a la migration) ont la vente pour
      *>parent
        REL_LIGNES_COMMANDE.
           MOVE "O" TO typeRelation
           MOVE "Lignes de commande -> commande" TO libelleRelation
           MOVE "fcommandesLignes" TO fichierRelation
           MOVE "commande" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fcommandesLignes
           ELSE
              OPEN INPUT fcommandesLignes
           END-IF
           OPEN INPUT fcommandes
           OPEN INPUT fventes
           OPEN INPUT fventesArchive
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fcommandesLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE cml_idCommande TO idParentRel
                   MOVE cml_idCommande TO cmd_id
                   READ fcommandes KEY IS cmd_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      PERFORM EXISTE_VENTE_REL
                   END-IF
                   IF trouveRel = 0 THEN
                      MOVE cml_cle TO cleOrphelin
                      MOVE tamp_fcommandeLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fcommandesLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandesLignes
           CLOSE fcommandes
           CLOSE fventes
           CLOSE fventesArchive
           PERFORM FIN_RELATION.

      *>Echeances -> plan de paiement
        REL_ECHEANCES_PLAN.
           MOVE "O" TO typeRelation
           MOVE "Echeances -> plan de paiement" TO libelleRelation
           MOVE "fplansEcheances" TO fichierRelation
           MOVE "plan" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fplansEcheances
           ELSE
              OPEN INPUT fplansEcheances
           END-IF
           OPEN INPUT fplans
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fplansEcheances NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE pe_idPlan TO idParentRel
                   MOVE pe_idPlan TO pl_id
                   READ fplans KEY IS pl_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE pe_cle TO cleOrphelin
                      MOVE tamp_fplanEcheance TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fplansEcheances END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fplansEcheances
           CLOSE fplans
           PERFORM FIN_RELATION.

      *>Lignes de commande fournisseur -> commande
        REL_LIGNES_COMMANDE_FOURN.
           MOVE "O" TO typeRelation
           MOVE "Lignes cde fournisseur -> commande" TO libelleRelation
           MOVE "fcommandesFournLignes" TO fichierRelation
           MOVE "commande" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fcommandesFournLignes
           ELSE
              OPEN INPUT fcommandesFournLignes
           END-IF
           OPEN INPUT fcommandesFourn
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fcommandesFournLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE cfl_idCommande TO idParentRel
                   MOVE cfl_idCommande TO cf_id
                   READ fcommandesFourn KEY IS cf_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE cfl_cle TO cleOrphelin
                      MOVE tamp_fcommandeFournLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fcommandesFournLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcommandesFournLignes
           CLOSE fcommandesFourn
           PERFORM FIN_RELATION.

      *>Lignes de devis -> devis
        REL_LIGNES_DEVIS.
           MOVE "O" TO typeRelation
           MOVE "Lignes de devis -> devis" TO libelleRelation
           MOVE "fdevisLignes" TO fichierRelation
           MOVE "devis" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fdevisLignes
           ELSE
              OPEN INPUT fdevisLignes
           END-IF
           OPEN INPUT fdevis
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fdevisLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE dvl_idDevis TO idParentRel
                   MOVE dvl_idDevis TO dv_id
                   READ fdevis KEY IS dv_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE dvl_cle TO cleOrphelin
                      MOVE tamp_fdevisLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fdevisLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fdevisLignes
           CLOSE fdevis
           PERFORM FIN_RELATION.

      *>Lignes de modele de panier -> modele
        REL_LIGNES_MODELE.
           MOVE "O" TO typeRelation
           MOVE "Lignes de modele -> modele" TO libelleRelation
           MOVE "fmodelesLignes" TO fichierRelation
           MOVE "modele" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fmodelesLignes
           ELSE
              OPEN INPUT fmodelesLignes
           END-IF
           OPEN INPUT fmodeles
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fmodelesLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE mdl_idModele TO idParentRel
                   MOVE mdl_idModele TO md_id
                   READ fmodeles KEY IS md_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE mdl_cle TO cleOrphelin
                      MOVE tamp_fmodeleLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fmodelesLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmodelesLignes
           CLOSE fmodeles
           PERFORM FIN_RELATION.

      *>Lignes d'offre de quantite -> offre
        REL_LIGNES_OFFRE_QTE.
           MOVE "O" TO typeRelation
           MOVE "Lignes d'offre qte -> offre" TO libelleRelation
           MOVE "foffresQteLignes" TO fichierRelation
           MOVE "offre" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O foffresQteLignes
           ELSE
              OPEN INPUT foffresQteLignes
           END-IF
           OPEN INPUT foffresQte
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ foffresQteLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE qt_idOffre TO idParentRel
                   MOVE qt_idOffre TO oq_id
                   READ foffresQte KEY IS oq_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE qt_cle TO cleOrphelin
                      MOVE tamp_foffreQteLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE foffresQteLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foffresQteLignes
           CLOSE foffresQte
           PERFORM FIN_RELATION.

      *>Lignes d'offre de rachat -> offre
        REL_LIGNES_OFFRE_RACHAT.
           MOVE "O" TO typeRelation
           MOVE "Lignes d'offre rachat -> offre" TO libelleRelation
           MOVE "foffresRachatLignes" TO fichierRelation
           MOVE "offre" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O foffresRachatLignes
           ELSE
              OPEN INPUT foffresRachatLignes
           END-IF
           OPEN INPUT foffresRachat
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ foffresRachatLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE ol_idOffre TO idParentRel
                   MOVE ol_idOffre TO or_id
                   READ foffresRachat KEY IS or_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE ol_cle TO cleOrphelin
                      MOVE tamp_foffreRachatLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE foffresRachatLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foffresRachatLignes
           CLOSE foffresRachat
           PERFORM FIN_RELATION.

      *>Lignes d'envoi en gradation -> envoi
        REL_LIGNES_GRADATION.
           MOVE "O" TO typeRelation
           MOVE "Lignes de gradation -> envoi" TO libelleRelation
           MOVE "fgradationsLignes" TO fichierRelation
           MOVE "envoi" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fgradationsLignes
           ELSE
              OPEN INPUT fgradationsLignes
           END-IF
           OPEN INPUT fgradations
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fgradationsLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE gl_idGradation TO idParentRel
                   MOVE gl_idGradation TO gr_id
                   READ fgradations KEY IS gr_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE gl_cle TO cleOrphelin
                      MOVE tamp_fgradationLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fgradationsLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fgradationsLignes
           CLOSE fgradations
           PERFORM FIN_RELATION.

      *>Inscriptions -> evenement
        REL_INSCRIPTIONS_EVENEMENT.
           MOVE "O" TO typeRelation
           MOVE "Inscriptions -> evenement" TO libelleRelation
           MOVE "finscriptions" TO fichierRelation
           MOVE "evenement" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O finscriptions
           ELSE
              OPEN INPUT finscriptions
           END-IF
           OPEN INPUT fevenements
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ finscriptions NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE in_idEvenement TO idParentRel
                   MOVE in_idEvenement TO ev_id
                   READ fevenements KEY IS ev_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE in_cle TO cleOrphelin
                      MOVE tamp_finscription TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE finscriptions END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE finscriptions
           CLOSE fevenements
           PERFORM FIN_RELATION.

      *>Lignes de facture fournisseur -> facture
        REL_LIGNES_FACTURE_FOURN.
           MOVE "O" TO typeRelation
           MOVE "Lignes fact. fournisseur -> facture" TO libelleRelation
           MOVE "ffacturesFournLignes" TO fichierRelation
           MOVE "facture" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O ffacturesFournLignes
           ELSE
              OPEN INPUT ffacturesFournLignes
           END-IF
           OPEN INPUT ffacturesFourn
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ ffacturesFournLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE ffl_idFacture TO idParentRel
                   MOVE ffl_idFacture TO ff_id
                   READ ffacturesFourn KEY IS ff_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE ffl_cle TO cleOrphelin
                      MOVE tamp_ffactureFournLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE ffacturesFournLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffacturesFournLignes
           CLOSE ffacturesFourn
           PERFORM FIN_RELATION.

      *>Lignes de rappel produit -> rappel
        REL_LIGNES_RAPPEL.
           MOVE "O" TO typeRelation
           MOVE "Lignes de rappel -> rappel" TO libelleRelation
           MOVE "frappelsLignes" TO fichierRelation
           MOVE "rappel" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O frappelsLignes
           ELSE
              OPEN INPUT frappelsLignes
           END-IF
           OPEN INPUT frappels
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ frappelsLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE rpl_idRappel TO idParentRel
                   MOVE rpl_idRappel TO rp_id
                   READ frappels KEY IS rp_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE rpl_cle TO cleOrphelin
                      MOVE tamp_frappelLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE frappelsLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frappelsLignes
           CLOSE frappels
           PERFORM FIN_RELATION.

      *>Lignes de remise en banque -> remise
        REL_LIGNES_REMISE.
           MOVE "O" TO typeRelation
           MOVE "Lignes de remise -> remise" TO libelleRelation
           MOVE "fremisesLignes" TO fichierRelation
           MOVE "remise" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fremisesLignes
           ELSE
              OPEN INPUT fremisesLignes
           END-IF
           OPEN INPUT fremises
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fremisesLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE rl_idRemise TO idParentRel
                   MOVE rl_idRemise TO rb_id
                   READ fremises KEY IS rb_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE rl_cle TO cleOrphelin
                      MOVE tamp_fremiseLigne TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fremisesLignes END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fremisesLignes
           CLOSE fremises
           PERFORM FIN_RELATION.

      *>Notes -> dossier client
        REL_NOTES_DOSSIER.
           MOVE "O" TO typeRelation
           MOVE "Notes -> dossier client" TO libelleRelation
           MOVE "fnotesDossiers" TO fichierRelation
           MOVE "dossier" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fnotesDossiers
           ELSE
              OPEN INPUT fnotesDossiers
           END-IF
           OPEN INPUT fdossiersClients
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fnotesDossiers NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE nd_idDossier TO idParentRel
                   MOVE nd_idDossier TO ds_id
                   READ fdossiersClients KEY IS ds_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE nd_cle TO cleOrphelin
                      MOVE tamp_fnoteDossier TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fnotesDossiers END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fnotesDossiers
           CLOSE fdossiersClients
           PERFORM FIN_RELATION.

      *>Lignes de panier gare -> panier
        REL_LIGNES_PANIER_GARE.
           MOVE "O" TO typeRelation
           MOVE "Lignes de panier gare -> panier" TO libelleRelation
           MOVE "flignesGarees" TO fichierRelation
           MOVE "panier" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O flignesGarees
           ELSE
              OPEN INPUT flignesGarees
           END-IF
           OPEN INPUT fpaniersGares
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ flignesGarees NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE pgl_ticket TO idParentRel
                   MOVE pgl_ticket TO pgh_ticket
                   READ fpaniersGares KEY IS pgh_ticket
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE pgl_cle TO cleOrphelin
                      MOVE tamp_fligneGaree TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE flignesGarees END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flignesGarees
           CLOSE fpaniersGares
           PERFORM FIN_RELATION.

      *>Comptages -> session d'inventaire
        REL_COMPTAGES_SESSION.
           MOVE "O" TO typeRelation
           MOVE "Comptages -> session d'inventaire" TO libelleRelation
           MOVE "fcomptages" TO fichierRelation
           MOVE "session" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fcomptages
           ELSE
              OPEN INPUT fcomptages
           END-IF
           OPEN INPUT fsessionsComptage
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fcomptages NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE cp_idSession TO idParentRel
                   MOVE cp_idSession TO st_id
                   READ fsessionsComptage KEY IS st_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE cp_cle TO cleOrphelin
                      MOVE tamp_fcomptage TO imageOrphelin
                      PERFORM SIGNALER_ORPHELIN
                      IF quarantaineFaite = 1 THEN
                         DELETE fcomptages END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcomptages
           CLOSE fsessionsComptage
           PERFORM FIN_RELATION.

      *>Mouvements de caisse -> session de caisse
        REL_MOUVEMENTS_SESSION.
           MOVE "O" TO typeRelation
           MOVE "Mouvements de caisse -> session" TO libelleRelation
           MOVE "fmouvCaisse" TO fichierRelation
           MOVE "session" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O fmouvCaisse
           ELSE
              OPEN INPUT fmouvCaisse
           END-IF
           OPEN INPUT fsessionsCaisse
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fmouvCaisse NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF mc_idSession NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE mc_idSession TO idParentRel
                      MOVE mc_idSession TO sc_id
                      READ fsessionsCaisse KEY IS sc_id
                         INVALID KEY MOVE 0 TO trouveRel
                         NOT INVALID KEY MOVE 1 TO trouveRel
                      END-READ
                      IF trouveRel = 0 THEN
                         MOVE mc_id TO cleOrphelin
                         MOVE tamp_fmouvCaisse TO imageOrphelin
                         PERFORM SIGNALER_ORPHELIN
                         IF quarantaineFaite = 1 THEN
                            DELETE fmouvCaisse END-DELETE
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmouvCaisse
           CLOSE fsessionsCaisse
           PERFORM FIN_RELATION.

      *>Messages en attente -> client
        REL_MESSAGES_CLIENT.
           MOVE "O" TO typeRelation
           MOVE "Messages (outbox) -> client" TO libelleRelation
           MOVE "foutbox" TO fichierRelation
           MOVE "client" TO libelleParent
           PERFORM DEBUT_RELATION
           IF QUARANTAINE_ORPHELINS THEN
              OPEN I-O foutbox
           ELSE
              OPEN INPUT foutbox
           END-IF
           OPEN INPUT fclients
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ foutbox NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF nb_client NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE nb_client TO idParentRel
                      MOVE nb_client TO fc_id
                      READ fclients KEY IS fc_id
                         INVALID KEY MOVE 0 TO trouveRel
                         NOT INVALID KEY MOVE 1 TO trouveRel
                      END-READ
                      IF trouveRel = 0 THEN
                         MOVE nb_id TO cleOrphelin
                         MOVE tamp_foutbox TO imageOrphelin
                         PERFORM SIGNALER_ORPHELIN
                         IF quarantaineFaite = 1 THEN
                            DELETE foutbox END-DELETE
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foutbox
           CLOSE fclients
           PERFORM FIN_RELATION.

      *>Exemplaires vendus -> vente (reference signalee,
      *>l'enregistrement reste en place)
        REL_EXEMPLAIRES_VENTE.
           MOVE "R" TO typeRelation
           MOVE "Exemplaires -> vente" TO libelleRelation
           MOVE "fexemplaires" TO fichierRelation
           MOVE "vente" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fexemplaires
           OPEN INPUT fventes
           OPEN INPUT fventesArchive
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fexemplaires NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF fe_idVente NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE fe_idVente TO idParentRel
                      PERFORM EXISTE_VENTE_REL
                      IF trouveRel = 0 THEN
                         MOVE fe_id TO cleOrphelin
                         PERFORM SIGNALER_ORPHELIN
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexemplaires
           CLOSE fventes
           CLOSE fventesArchive
           PERFORM FIN_RELATION.

      *>Couches de cout -> achat d'origine (reference signalee,
      *>l'enregistrement reste en place)
        REL_COUCHES_ACHAT.
           MOVE "R" TO typeRelation
           MOVE "Couches de cout -> achat" TO libelleRelation
           MOVE "fcouches" TO fichierRelation
           MOVE "achat" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fcouches
           OPEN INPUT fachats
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fcouches NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF cc_idAchat NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE cc_idAchat TO idParentRel
                      MOVE cc_idAchat TO fa_id
                      READ fachats KEY IS fa_id
                         INVALID KEY MOVE 0 TO trouveRel
                         NOT INVALID KEY MOVE 1 TO trouveRel
                      END-READ
                      IF trouveRel = 0 THEN
                         MOVE cc_cle TO cleOrphelin
                         PERFORM SIGNALER_ORPHELIN
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcouches
           CLOSE fachats
           PERFORM FIN_RELATION.

      *>Lignes de gradation -> exemplaire (reference signalee,
      *>l'enregistrement reste en place)
        REL_GRADATION_EXEMPLAIRE.
           MOVE "R" TO typeRelation
           MOVE "Lignes de gradation -> exemplaire" TO libelleRelation
           MOVE "fgradationsLignes" TO fichierRelation
           MOVE "exemplaire" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fgradationsLignes
           OPEN INPUT fexemplaires
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fgradationsLignes NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF gl_idExemplaire NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE gl_idExemplaire TO idParentRel
                      MOVE gl_idExemplaire TO fe_id
                      READ fexemplaires KEY IS fe_id
                         INVALID KEY MOVE 0 TO trouveRel
                         NOT INVALID KEY MOVE 1 TO trouveRel
                      END-READ
                      IF trouveRel = 0 THEN
                         MOVE gl_cle TO cleOrphelin
                         PERFORM SIGNALER_ORPHELIN
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fgradationsLignes
           CLOSE fexemplaires
           PERFORM FIN_RELATION.

      *>Prets -> exemplaire (reference signalee,
      *>l'enregistrement reste en place)
        REL_PRETS_EXEMPLAIRE.
           MOVE "R" TO typeRelation
           MOVE "Prets -> exemplaire" TO libelleRelation
           MOVE "fprets" TO fichierRelation
           MOVE "exemplaire" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fprets
           OPEN INPUT fexemplaires
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fprets NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF pr_idExemplaire NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE pr_idExemplaire TO idParentRel
                      MOVE pr_idExemplaire TO fe_id
                      READ fexemplaires KEY IS fe_id
                         INVALID KEY MOVE 0 TO trouveRel
                         NOT INVALID KEY MOVE 1 TO trouveRel
                      END-READ
                      IF trouveRel = 0 THEN
                         MOVE pr_id TO cleOrphelin
                         PERFORM SIGNALER_ORPHELIN
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprets
           CLOSE fexemplaires
           PERFORM FIN_RELATION.

      *>Provenances -> exemplaire (reference signalee,
      *>l'enregistrement reste en place)
        REL_PROVENANCES_EXEMPLAIRE.
           MOVE "R" TO typeRelation
           MOVE "Provenances -> exemplaire" TO libelleRelation
           MOVE "fprovenances" TO fichierRelation
           MOVE "exemplaire" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fprovenances
           OPEN INPUT fexemplaires
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fprovenances NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE pv_idExemplaire TO idParentRel
                   MOVE pv_idExemplaire TO fe_id
                   READ fexemplaires KEY IS fe_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE pv_cle TO cleOrphelin
                      PERFORM SIGNALER_ORPHELIN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprovenances
           CLOSE fexemplaires
           PERFORM FIN_RELATION.

      *>Annonces place de marche -> exemplaire (reference
      *>signalee, l'enregistrement reste en place)
        REL_ANNONCES_EXEMPLAIRE.
           MOVE "R" TO typeRelation
           MOVE "Annonces -> exemplaire" TO libelleRelation
           MOVE "fannonces" TO fichierRelation
           MOVE "exemplaire" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fannonces
           OPEN INPUT fexemplaires
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fannonces NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE an_idExemplaire TO idParentRel
                   MOVE an_idExemplaire TO fe_id
                   READ fexemplaires KEY IS fe_id
                      INVALID KEY MOVE 0 TO trouveRel
                      NOT INVALID KEY MOVE 1 TO trouveRel
                   END-READ
                   IF trouveRel = 0 THEN
                      MOVE an_id TO cleOrphelin
                      PERFORM SIGNALER_ORPHELIN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fannonces
           CLOSE fexemplaires
           PERFORM FIN_RELATION.

      *>Factures electroniques -> client (reference signalee,
      *>l'enregistrement reste en place)
        REL_EFACTURES_CLIENT.
           MOVE "R" TO typeRelation
           MOVE "Factures electroniques -> client" TO libelleRelation
           MOVE "fefactures" TO fichierRelation
           MOVE "client" TO libelleParent
           PERFORM DEBUT_RELATION
           OPEN INPUT fefactures
           OPEN INPUT fclients
           MOVE 1 TO WfinRel
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ fefactures NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   IF efa_idClient NOT = 0 THEN
                      ADD 1 TO nbExaminesRel END-ADD
                      MOVE efa_idClient TO idParentRel
                      MOVE efa_idClient TO fc_id
                      READ fclients KEY IS fc_id
                         INVALID KEY MOVE 0 TO trouveRel
                         NOT INVALID KEY MOVE 1 TO trouveRel
                      END-READ
                      IF trouveRel = 0 THEN
                         MOVE efa_numero TO cleOrphelin
                         PERFORM SIGNALER_ORPHELIN
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fefactures
           CLOSE fclients
           PERFORM FIN_RELATION.

      *>Transferts -> magasins expediteur et destinataire : un
      *>magasin est connu s'il s'agit de celui du poste ou s'il a un
      *>stock propre (reference signalee, le transfert reste en
      *>place)
        REL_TRANSFERTS_MAGASIN.
           MOVE "R" TO typeRelation
           MOVE "Transferts -> magasin" TO libelleRelation
           MOVE "ftransferts" TO fichierRelation
           MOVE "magasin" TO libelleParent
           PERFORM DEBUT_RELATION
           PERFORM RECENSER_MAGASINS_COH
           MOVE 0 TO idParentRel
           MOVE 1 TO WfinRel
           OPEN INPUT ftransferts
           PERFORM WITH TEST AFTER UNTIL WfinRel = 0
               READ ftransferts NEXT
               AT END MOVE 0 TO WfinRel
               NOT AT END
                   ADD 1 TO nbExaminesRel END-ADD
                   MOVE tr_magasinSource TO magasinCoh
                   PERFORM CHERCHER_MAGASIN_REL
                   IF trouveRel = 0 THEN
                      MOVE tr_id TO cleOrphelin
                      MOVE tr_magasinSource TO texteParent
                      PERFORM SIGNALER_ORPHELIN
                   END-IF
                   MOVE tr_magasinDest TO magasinCoh
                   PERFORM CHERCHER_MAGASIN_REL
                   IF trouveRel = 0 THEN
                      MOVE tr_id TO cleOrphelin
                      MOVE tr_magasinDest TO texteParent
                      PERFORM SIGNALER_ORPHELIN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ftransferts
           PERFORM FIN_RELATION.

      *>Cette méthode dit (trouveRel) si le magasin magasinCoh
      *>figure dans la table des magasins connus
        CHERCHER_MAGASIN_REL.
           MOVE 0 TO trouveRel
           PERFORM VARYING idxMag2Coh FROM 1 BY 1
                   UNTIL idxMag2Coh > nbMagasinsCoh OR trouveRel = 1
               IF cohCode(idxMag2Coh) = magasinCoh THEN
                  MOVE 1 TO trouveRel
               END-IF
           END-PERFORM.

      *>Cette méthode liste les lignes mises en quarantaine par le
      *>controle referentiel, pour examen
        CONSULTER_QUARANTAINE.
           MOVE 0 TO nbLignesQuarantaine
           MOVE 1 TO WfinQuarantaine
           OPEN INPUT fquarantaine
           DISPLAY "-- LIGNES EN QUARANTAINE --"
           PERFORM WITH TEST AFTER UNTIL WfinQuarantaine = 0
               READ fquarantaine NEXT
               AT END MOVE 0 TO WfinQuarantaine
               NOT AT END
                   ADD 1 TO nbLignesQuarantaine END-ADD
                   DISPLAY qr_id, " du ", qr_date, " par ",
                           qr_employe
                   DISPLAY "   ", qr_relation
                   DISPLAY "   ", qr_fichier, " cle ", qr_cle
                   DISPLAY "   ", qr_enregistrement(1:60)
               END-READ
           END-PERFORM
           CLOSE fquarantaine
           IF nbLignesQuarantaine = 0 THEN
              DISPLAY "Aucune ligne en quarantaine"
           END-IF.

      *>Cette methode consulte le journal d'audit avec des filtres
      *>facultatifs (employe, intervalle de dates, fichier, cle) :
      *>on peut enfin repondre a "qui a touche ce titre la semaine
      *>derniere" sans quitter l'application
        CONSULTER_JOURNAL.
           DISPLAY "Filtre employe (vide pour tous)"
           ACCEPT filtreJournalEmploye
           DISPLAY "Date de debut (AAAAMMJJ, vide pour toutes)"
           ACCEPT filtreJournalDebut
           DISPLAY "Date de fin (AAAAMMJJ, vide pour toutes)"
           ACCEPT filtreJournalFin
           DISPLAY "Filtre fichier (vide pour tous)"
           ACCEPT filtreJournalFichier
           DISPLAY "Filtre cle (vide pour toutes)"
           ACCEPT filtreJournalCle
           MOVE 0 TO nbEntreesJournal
           MOVE 0 TO compteurPage
           MOVE 1 TO WfinJournal
           OPEN INPUT fjournal
           DISPLAY "-- JOURNAL D'AUDIT --"
           PERFORM WITH TEST AFTER UNTIL WfinJournal = 0
               READ fjournal NEXT
               AT END MOVE 0 TO WfinJournal
               NOT AT END
           MOVE "PTSPARRAINAGE" TO paramNom
           MOVE TAUX_PTS_PARRAINAGE TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO TAUX_PTS_PARRAINAGE
           MOVE "VALIDITECADEAU" TO paramNom
           MOVE VALIDITE_BON_CADEAU TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO VALIDITE_BON_CADEAU
           MOVE "VALIDITEAVOIR" TO paramNom
           MOVE VALIDITE_AVOIR TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO VALIDITE_AVOIR
           MOVE "VALIDITEPOINTS" TO paramNom
           MOVE VALIDITE_POINTS TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO VALIDITE_POINTS
           MOVE "SEUILFIDELE" TO paramNom
           MOVE SEUIL_CLIENT_FIDELE TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO SEUIL_CLIENT_FIDELE
           MOVE "GRACESTATUT" TO paramNom
           MOVE DELAI_GRACE_STATUT TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO DELAI_GRACE_STATUT
           MOVE "ECHECSPIN" TO paramNom
           MOVE SEUIL_ECHECS_PIN TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO SEUIL_ECHECS_PIN
           MOVE "EXPIRATIONPIN" TO paramNom
           MOVE DUREE_VALIDITE_PIN TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO DUREE_VALIDITE_PIN
           MOVE "HISTORIQUEPIN" TO paramNom
           MOVE NB_PIN_HISTORIQUE TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO NB_PIN_HISTORIQUE
           MOVE "ECARTVIGILANCE" TO paramNom
           MOVE SEUIL_ECART_VIGILANCE TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO SEUIL_ECART_VIGILANCE
           MOVE "ECARTCAISSE" TO paramNom
           MOVE SEUIL_ECART_CAISSE TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO SEUIL_ECART_CAISSE
           MOVE "COMMISSIONPM" TO paramNom
           MOVE TAUX_COMMISSION_PM TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO TAUX_COMMISSION_PM
           MOVE "DUREEANNONCE" TO paramNom
           MOVE DUREE_ANNONCE_JOURS TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           MOVE paramValeur TO DUREE_ANNONCE_JOURS
           PERFORM CHARGER_TABLE_CONSERVATION
           PERFORM CHARGER_OPTIONS_CALENDRIER.

      *>Cette methode lit un parametre dans parametres.dat, en le
      *>semant avec la valeur par defaut preparee par l'appelant
                   TARIF_RETARD_JOUR
           DISPLAY "  16 Points du bonus de parrainage : ",
                   TAUX_PTS_PARRAINAGE
           DISPLAY "  17 Validite des bons cadeaux (mois) : ",
                   VALIDITE_BON_CADEAU
           DISPLAY "  18 Validite des avoirs (mois) : ",
                   VALIDITE_AVOIR
           DISPLAY "  19 Validite des points de fidelite (mois) : ",
                   VALIDITE_POINTS
           DISPLAY "  20 Seuil de depense client fidele (12 mois) : ",
                   SEUIL_CLIENT_FIDELE
           DISPLAY "  21 Grace avant retrogradation (mois) : ",
                   DELAI_GRACE_STATUT
           DISPLAY "  22 Echecs de PIN avant verrouillage : ",
                   SEUIL_ECHECS_PIN
           DISPLAY "  23 Validite des PIN (jours, 0 = sans) : ",
                   DUREE_VALIDITE_PIN
           DISPLAY "  24 Anciens PIN non reutilisables : ",
                   NB_PIN_HISTORIQUE
           DISPLAY "  25 Ecart de vigilance caissiers (%) : ",
                   SEUIL_ECART_VIGILANCE
           DISPLAY "  26 Table de conservation des fichiers"
           DISPLAY "  27 Calendrier d'ouverture des magasins"
           DISPLAY "  28 Ecart de caisse signale au briefing : ",
                   SEUIL_ECART_CAISSE
           DISPLAY "  29 Commission de la place de marche : ",
                   TAUX_COMMISSION_PM
           DISPLAY "  30 Duree des annonces (jours) : ",
                   DUREE_ANNONCE_JOURS
           DISPLAY "   0 RETOUR"
           DISPLAY "Quel parametre modifier ?"
           ACCEPT choixParametre
           IF (choixParametre >= 1 AND choixParametre <= 25) OR
              (choixParametre >= 28 AND choixParametre <= 30) THEN
              DISPLAY "Entrez la nouvelle valeur"
              ACCEPT nouvelleValeurParam
              MOVE 0 TO parametreValide
                         nouvelleValeurParam <= 500 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 17
                      MOVE "VALIDITECADEAU" TO paramNom
                      IF nouvelleValeurParam >= 1 AND
                         nouvelleValeurParam <= 120 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 18
                      MOVE "VALIDITEAVOIR" TO paramNom
                      IF nouvelleValeurParam >= 1 AND
                         nouvelleValeurParam <= 120 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 19
                      MOVE "VALIDITEPOINTS" TO paramNom
                      IF nouvelleValeurParam >= 1 AND
                         nouvelleValeurParam <= 120 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 20
                      MOVE "SEUILFIDELE" TO paramNom
                      IF nouvelleValeurParam >= 1 AND
                         nouvelleValeurParam <= 99999 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 21
                      MOVE "GRACESTATUT" TO paramNom
                      IF nouvelleValeurParam >= 0 AND
                         nouvelleValeurParam <= 24 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 22
                      MOVE "ECHECSPIN" TO paramNom
                      IF nouvelleValeurParam >= 1 AND
                         nouvelleValeurParam <= 10 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 23
                      MOVE "EXPIRATIONPIN" TO paramNom
                      IF nouvelleValeurParam >= 0 AND
                         nouvelleValeurParam <= 365 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 24
                      MOVE "HISTORIQUEPIN" TO paramNom
                      IF nouvelleValeurParam >= 0 AND
                         nouvelleValeurParam <= 5 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 25
                      MOVE "ECARTVIGILANCE" TO paramNom
                      IF nouvelleValeurParam >= 10 AND
                         nouvelleValeurParam <= 500 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 28
                      MOVE "ECARTCAISSE" TO paramNom
                      IF nouvelleValeurParam >= 0 AND
                         nouvelleValeurParam <= 1000 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 29
                      MOVE "COMMISSIONPM" TO paramNom
                      IF nouvelleValeurParam >= 0 AND
                         nouvelleValeurParam < 0.50 THEN
                         MOVE 1 TO parametreValide
                      END-IF
                  WHEN 30
                      MOVE "DUREEANNONCE" TO paramNom
                      IF nouvelleValeurParam >= 1 AND
                         nouvelleValeurParam <= 365 THEN
                         MOVE 1 TO parametreValide
                      END-IF
              END-EVALUATE
              IF parametreValide = 0 THEN
                 DISPLAY "Valeur hors plage, parametre inchange"
                                 TARIF_RETARD_JOUR
                     WHEN 16 MOVE nouvelleValeurParam TO
                                 TAUX_PTS_PARRAINAGE
                     WHEN 17 MOVE nouvelleValeurParam TO
                                 VALIDITE_BON_CADEAU
                     WHEN 18 MOVE nouvelleValeurParam TO
                                 VALIDITE_AVOIR
                     WHEN 19 MOVE nouvelleValeurParam TO
                                 VALIDITE_POINTS
                     WHEN 20 MOVE nouvelleValeurParam TO
                                 SEUIL_CLIENT_FIDELE
                     WHEN 21 MOVE nouvelleValeurParam TO
                                 DELAI_GRACE_STATUT
                     WHEN 22 MOVE nouvelleValeurParam TO
                                 SEUIL_ECHECS_PIN
                     WHEN 23 MOVE nouvelleValeurParam TO
                                 DUREE_VALIDITE_PIN
                     WHEN 24 MOVE nouvelleValeurParam TO
                                 NB_PIN_HISTORIQUE
                     WHEN 25 MOVE nouvelleValeurParam TO
                                 SEUIL_ECART_VIGILANCE
                     WHEN 28 MOVE nouvelleValeurParam TO
                                 SEUIL_ECART_CAISSE
                     WHEN 29 MOVE nouvelleValeurParam TO
                                 TAUX_COMMISSION_PM
                     WHEN 30 MOVE nouvelleValeurParam TO
                                 DUREE_ANNONCE_JOURS
                 END-EVALUATE
                 DISPLAY "Parametre ", paramNom, " modifie"
              END-IF
           ELSE IF choixParametre = 26 THEN
              PERFORM MODIFIER_TABLE_CONSERVATION
           ELSE IF choixParametre = 27 THEN
              PERFORM GERER_CALENDRIER_MAGASIN
           END-IF
           END-IF
           END-IF.

      *>Cette methode reecrit le parametre paramNom avec sa nouvelle
      *>valeur, conserve l'ancienne valeur sur l'enregistrement et
      *>journalise la modification
        ENREGISTRER_PARAMETRE.
           OPEN I-O fparametres
           MOVE paramNom TO pa_nom
           READ fparametres KEY IS pa_nom
              INVALID KEY
                 MOVE paramNom TO pa_nom
                 MOVE nouvelleValeurParam TO pa_valeur
                 MOVE 0 TO pa_ancienneValeur
                 MOVE FUNCTION CURRENT-DATE TO pa_dateModif
                 WRITE tamp_fparametre
                 END-WRITE
              NOT INVALID KEY
                 DISPLAY "Ancienne valeur : ", pa_valeur,
                         " - nouvelle : ", nouvelleValeurParam
                 MOVE pa_valeur TO pa_ancienneValeur
                 MOVE nouvelleValeurParam TO pa_valeur
                 MOVE FUNCTION CURRENT-DATE TO pa_dateModif
                 REWRITE tamp_fparametre
                 END-REWRITE
           END-READ
           CLOSE fparametres
           MOVE "MODIFIER_PARAMETRES" TO journalParagraphe
           MOVE "PARAMETRE" TO journalOperation
           MOVE "fparametres" TO journalFichier
           MOVE paramNom TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette methode charge la table de conservation des fichiers
      *>depuis parametres.dat (duree CONSERV<code>, action
      *>PURGE<code> : 1 archiver, 2 supprimer), en semant les
      *>valeurs compilees au premier lancement
        CHARGER_TABLE_CONSERVATION.
           PERFORM VARYING idxConservation FROM 1 BY 1
                   UNTIL idxConservation > NB_CONSERVATIONS
               MOVE SPACES TO paramNom
               STRING "CONSERV" DELIMITED BY SIZE
                      csCode(idxConservation) DELIMITED BY SPACE
                      INTO paramNom
               MOVE csMois(idxConservation) TO paramValeur
               PERFORM CHARGER_UN_PARAMETRE
               MOVE paramValeur TO csMois(idxConservation)
               MOVE SPACES TO paramNom
               STRING "PURGE" DELIMITED BY SIZE
                      csCode(idxConservation) DELIMITED BY SPACE
                      INTO paramNom
               IF CONSERVATION_SUPPRIMER(idxConservation) THEN
                  MOVE 2 TO paramValeur
               ELSE
                  MOVE 1 TO paramValeur
               END-IF
               PERFORM CHARGER_UN_PARAMETRE
               IF paramValeur = 2 THEN
                  MOVE "S" TO csAction(idxConservation)
               ELSE
                  MOVE "A" TO csAction(idxConservation)
               END-IF
           END-PERFORM.

      *>Cette methode permet au gerant de regler la table de
      *>conservation (duree en mois et action a l'echeance de chaque
      *>fichier d'exploitation) ou de l'appliquer sur-le-champ sans
      *>attendre la purge mensuelle
        MODIFIER_TABLE_CONSERVATION.
           DISPLAY "   -- TABLE DE CONSERVATION DES FICHIERS --"
           PERFORM VARYING idxConservation FROM 1 BY 1
                   UNTIL idxConservation > NB_CONSERVATIONS
               IF CONSERVATION_ARCHIVER(idxConservation) THEN
                  DISPLAY "  ", idxConservation, " ",
                          csFichier(idxConservation), " : ",
                          csMois(idxConservation),
                          " mois, puis archiver"
               ELSE
                  DISPLAY "  ", idxConservation, " ",
                          csFichier(idxConservation), " : ",
                          csMois(idxConservation),
                          " mois, puis supprimer"
               END-IF
           END-PERFORM
           DISPLAY "  99 Appliquer la table maintenant"
           DISPLAY "   0 RETOUR"
           ACCEPT choixConservation
           IF choixConservation >= 1 AND
              choixConservation <= NB_CONSERVATIONS THEN
              MOVE choixConservation TO idxConservation
              DISPLAY "Duree de conservation (mois, 1 a 120)"
              ACCEPT moisConservation
              DISPLAY "Action a l'echeance (A archiver / S supprimer)"
              ACCEPT actionConservation
              MOVE FUNCTION UPPER-CASE(actionConservation) TO
                   actionConservation
              IF moisConservation < 1 OR moisConservation > 120
                 OR (actionConservation NOT = "A" AND
                     actionConservation NOT = "S") THEN
                 DISPLAY "Valeur hors plage, table inchangee"
              ELSE
                 MOVE SPACES TO paramNom
                 STRING "CONSERV" DELIMITED BY SIZE
                        csCode(idxConservation) DELIMITED BY SPACE
                        INTO paramNom
                 MOVE moisConservation TO nouvelleValeurParam
                 PERFORM ENREGISTRER_PARAMETRE
                 MOVE SPACES TO paramNom
                 STRING "PURGE" DELIMITED BY SIZE
                        csCode(idxConservation) DELIMITED BY SPACE
                        INTO paramNom
                 IF actionConservation = "S" THEN
                    MOVE 2 TO nouvelleValeurParam
                 ELSE
                    MOVE 1 TO nouvelleValeurParam
                 END-IF
                 PERFORM ENREGISTRER_PARAMETRE
                 MOVE moisConservation TO csMois(idxConservation)
                 MOVE actionConservation TO csAction(idxConservation)
                 DISPLAY "Conservation de ",
                         csFichier(idxConservation), " modifiee"
              END-IF
           ELSE IF choixConservation = 99 THEN
              PERFORM APPLIQUER_CONSERVATION
           END-IF
           END-IF.

      *>Cette methode charge les options du calendrier d'ouverture
      *>(report au prochain jour ouvert, decompte en jours ouvres)
      *>depuis parametres.dat, en semant les valeurs compilees au
      *>premier lancement
        CHARGER_OPTIONS_CALENDRIER.
           PERFORM VARYING idxOptionCal FROM 1 BY 1
                   UNTIL idxOptionCal > NB_OPTIONS_CAL
               MOVE SPACES TO paramNom
               STRING "CAL" DELIMITED BY SIZE
                      ocCode(idxOptionCal) DELIMITED BY SPACE
                      INTO paramNom
               MOVE ocActive(idxOptionCal) TO paramValeur
               PERFORM CHARGER_UN_PARAMETRE
               IF paramValeur = 0 THEN
                  MOVE 0 TO ocActive(idxOptionCal)
               ELSE
                  MOVE 1 TO ocActive(idxOptionCal)
               END-IF
           END-PERFORM.

      *>Cette methode permet au gerant d'activer ou de desactiver le
      *>report au prochain jour ouvert de chaque calcul d'echeance
      *>et le decompte en jours ouvres des delais
        MODIFIER_OPTIONS_CALENDRIER.
           DISPLAY "   -- OPTIONS DU CALENDRIER D'OUVERTURE --"
           PERFORM VARYING idxOptionCal FROM 1 BY 1
                   UNTIL idxOptionCal > NB_OPTIONS_CAL
               IF OPTION_CAL_REPORT(idxOptionCal) THEN
                  MOVE "report au jour ouvert" TO motifCalendrier
               ELSE
                  MOVE "decompte en jours ouvres" TO motifCalendrier
               END-IF
               IF OPTION_CAL_ACTIVE(idxOptionCal) THEN
                  DISPLAY "  ", idxOptionCal, " ",
                          ocLibelle(idxOptionCal), " : ",
                          motifCalendrier, " ACTIF"
               ELSE
                  DISPLAY "  ", idxOptionCal, " ",
                          ocLibelle(idxOptionCal), " : ",
                          motifCalendrier, " INACTIF"
               END-IF
           END-PERFORM
           DISPLAY "   0 RETOUR"
           DISPLAY "Quelle option basculer ?"
           ACCEPT choixOptionCal
           IF choixOptionCal >= 1 AND
              choixOptionCal <= NB_OPTIONS_CAL THEN
              MOVE choixOptionCal TO idxOptionCal
              IF OPTION_CAL_ACTIVE(idxOptionCal) THEN
                 MOVE 0 TO nouvelleValeurParam
              ELSE
                 MOVE 1 TO nouvelleValeurParam
              END-IF
              MOVE SPACES TO paramNom
              STRING "CAL" DELIMITED BY SIZE
                     ocCode(idxOptionCal) DELIMITED BY SPACE
                     INTO paramNom
              PERFORM ENREGISTRER_PARAMETRE
              MOVE nouvelleValeurParam TO ocActive(idxOptionCal)
              DISPLAY "Option ", paramNom, " modifiee"
           END-IF.

      *>Cette methode tient le calendrier d'ouverture d'un magasin
      *>(celui du poste par defaut) : rythme hebdomadaire,
      *>fermetures et ouvertures exceptionnelles ; les jours feries
      *>sont ceux de fjoursFeries, communs a la paie et a tous les
      *>magasins
        GERER_CALENDRIER_MAGASIN.
           DISPLAY "   -- CALENDRIER D'OUVERTURE --"
           DISPLAY "Magasin (ENTREE pour ", codeMagasin, ")"
           MOVE SPACES TO magasinCalendrier
           ACCEPT magasinCalendrier
           IF magasinCalendrier = SPACES THEN
              MOVE codeMagasin TO magasinCalendrier
           END-IF
           MOVE FUNCTION UPPER-CASE(magasinCalendrier) TO
                magasinCalendrier
           DISPLAY "   1 Rythme d'ouverture hebdomadaire"
           DISPLAY "   2 Ajouter un jour ferie"
           DISPLAY "   3 Semer les jours feries legaux d'une annee"
           DISPLAY "   4 Ajouter une fermeture exceptionnelle"
           DISPLAY "   5 Ajouter une ouverture exceptionnelle"
           DISPLAY "   6 Retirer une date du calendrier"
           DISPLAY "   7 Consulter un mois"
           DISPLAY "   8 Options de report et de decompte"
           DISPLAY "   0 RETOUR"
           ACCEPT choixCalendrier
           EVALUATE choixCalendrier
               WHEN 1
                   PERFORM MODIFIER_SEMAINE_CALENDRIER
               WHEN 2
                   PERFORM AJOUTER_JOUR_FERIE
               WHEN 3
                   PERFORM SEMER_FERIES_ANNEE
               WHEN 4
                   MOVE "C" TO typeJourCal
                   PERFORM AJOUTER_JOURS_CALENDRIER
               WHEN 5
                   MOVE "O" TO typeJourCal
                   PERFORM AJOUTER_JOURS_CALENDRIER
               WHEN 6
                   PERFORM RETIRER_DATE_CALENDRIER
               WHEN 7
                   PERFORM CONSULTER_MOIS_CALENDRIER
               WHEN 8
                   PERFORM MODIFIER_OPTIONS_CALENDRIER
           END-EVALUATE.

      *>Cette methode modifie le rythme hebdomadaire du magasin :
      *>sept lettres O (ouvert) ou F (ferme) du lundi au dimanche,
      *>avec au moins un jour ouvert
        MODIFIER_SEMAINE_CALENDRIER.
           OPEN I-O fcalendrierMagasin
           PERFORM CHARGER_SEMAINE_CALENDRIER
           DISPLAY "Rythme actuel (lundi a dimanche) : ",
                   semaineOuvertureCal
           DISPLAY "Nouveau rythme (7 lettres O/F, ex. OOOOOOF)"
           MOVE SPACES TO semaineSaisieCal
           ACCEPT semaineSaisieCal
           MOVE FUNCTION UPPER-CASE(semaineSaisieCal) TO
                semaineSaisieCal
           MOVE 0 TO nbLettresCal
           MOVE 0 TO nbOuvertsCal
           INSPECT semaineSaisieCal TALLYING
                   nbLettresCal FOR ALL "O" ALL "F"
           INSPECT semaineSaisieCal TALLYING
                   nbOuvertsCal FOR ALL "O"
           IF nbLettresCal NOT = 7 OR nbOuvertsCal = 0 THEN
              DISPLAY "Rythme invalide, calendrier inchange"
           ELSE
              MOVE magasinCalendrier TO cm_magasin
              MOVE "SEMAINE" TO cm_date
              MOVE "S" TO cm_type
              MOVE semaineSaisieCal TO cm_semaine
              MOVE "Rythme hebdomadaire" TO cm_libelle
              MOVE FUNCTION CURRENT-DATE TO cm_dateModif
              WRITE tamp_fcalendrierMag
                 INVALID KEY
                    REWRITE tamp_fcalendrierMag
                    END-REWRITE
              END-WRITE
              DISPLAY "Rythme du magasin ", magasinCalendrier,
                      " : ", semaineSaisieCal
              MOVE "MODIFIER_SEMAINE_CALENDRIER" TO
                   journalParagraphe
              MOVE "MODIFICATION" TO journalOperation
              MOVE "fcalendrierMag" TO journalFichier
              MOVE cm_cle TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF
           CLOSE fcalendrierMagasin.

      *>Cette methode date une fermeture exceptionnelle (C, sur une
      *>periode du ... au ...) ou une ouverture exceptionnelle (O)
      *>selon typeJourCal ; une date deja portee au calendrier est
      *>remplacee
        AJOUTER_JOURS_CALENDRIER.
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Date (AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           MOVE dateSaisieValidee TO dateCalendrier
           MOVE dateCalendrier TO dateFinSaisieCal
           IF typeJourCal = "C" THEN
              PERFORM WITH TEST AFTER UNTIL dateValide = 1
                  DISPLAY "Dernier jour de fermeture (AAAAMMJJ)"
                  ACCEPT dateSaisieValidee
                  PERFORM VALIDER_DATE_SAISIE
              END-PERFORM
              MOVE dateSaisieValidee TO dateFinSaisieCal
           END-IF
           DISPLAY "Libelle (ex. Fermeture d'ete)"
           MOVE SPACES TO libelleCalendrier
           ACCEPT libelleCalendrier
           IF libelleCalendrier = SPACES THEN
              IF typeJourCal = "C" THEN
                 MOVE "Fermeture exceptionnelle" TO libelleCalendrier
              ELSE
                 MOVE "Ouverture exceptionnelle" TO libelleCalendrier
              END-IF
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(dateCalendrier) TO
                entierDebutSaisieCal
           MOVE FUNCTION INTEGER-OF-DATE(dateFinSaisieCal) TO
                entierFinCalendrier
           IF entierFinCalendrier < entierDebutSaisieCal OR
              entierFinCalendrier - entierDebutSaisieCal > 365 THEN
              DISPLAY "Periode invalide (un an au plus)"
           ELSE
              MOVE 0 TO nbJoursCalEcrits
              OPEN I-O fcalendrierMagasin
              MOVE entierDebutSaisieCal TO entierCalendrier
              PERFORM UNTIL entierCalendrier > entierFinCalendrier
                  MOVE FUNCTION DATE-OF-INTEGER(entierCalendrier)
                       TO dateCalendrier
                  MOVE magasinCalendrier TO cm_magasin
                  MOVE dateCalendrier TO cm_date
                  MOVE typeJourCal TO cm_type
                  MOVE SPACES TO cm_semaine
                  MOVE libelleCalendrier TO cm_libelle
                  MOVE FUNCTION CURRENT-DATE TO cm_dateModif
                  WRITE tamp_fcalendrierMag
                     INVALID KEY
                        REWRITE tamp_fcalendrierMag
                        END-REWRITE
                  END-WRITE
                  ADD 1 TO nbJoursCalEcrits END-ADD
                  ADD 1 TO entierCalendrier END-ADD
              END-PERFORM
              CLOSE fcalendrierMagasin
              DISPLAY nbJoursCalEcrits, " jour(s) portes au ",
                      "calendrier du magasin ", magasinCalendrier
              MOVE "AJOUTER_JOURS_CALENDRIER" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fcalendrierMag" TO journalFichier
              MOVE SPACES TO journalCle
              STRING magasinCalendrier DELIMITED BY SIZE
                     dateSaisieValidee DELIMITED BY SIZE
                     typeJourCal DELIMITED BY SIZE
                     INTO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette methode seme les onze jours feries legaux d'une annee
      *>(huit a date fixe, lundi de Paques, Ascension et lundi de
      *>Pentecote) dans fjoursFeries ; une date deja enregistree
      *>est laissee telle quelle, et une ouverture exceptionnelle
      *>d'un magasin l'emporte toujours sur le ferie
        SEMER_FERIES_ANNEE.
           DISPLAY "Annee (AAAA)"
           ACCEPT anneeCalendrier
           IF anneeCalendrier < 2000 OR anneeCalendrier > 2099 THEN
              DISPLAY "Annee hors plage"
           ELSE
              MOVE 0 TO nbJoursCalEcrits
              OPEN I-O fjoursFeries
              PERFORM VARYING idxFerieCal FROM 1 BY 1
                      UNTIL idxFerieCal > NB_FERIES_FIXES
                  COMPUTE dateCalendrier = anneeCalendrier * 10000
                      + ffMoisJour(idxFerieCal)
                  MOVE ffLibelle(idxFerieCal) TO libelleCalendrier
                  PERFORM SEMER_UN_FERIE
              END-PERFORM
              PERFORM CALCULER_DATE_PAQUES
              MOVE FUNCTION DATE-OF-INTEGER(entierPaques + 1) TO
                   dateCalendrier
              MOVE "Lundi de Paques" TO libelleCalendrier
              PERFORM SEMER_UN_FERIE
              MOVE FUNCTION DATE-OF-INTEGER(entierPaques + 39) TO
                   dateCalendrier
              MOVE "Ascension" TO libelleCalendrier
              PERFORM SEMER_UN_FERIE
              MOVE FUNCTION DATE-OF-INTEGER(entierPaques + 50) TO
                   dateCalendrier
              MOVE "Lundi de Pentecote" TO libelleCalendrier
              PERFORM SEMER_UN_FERIE
              CLOSE fjoursFeries
              DISPLAY nbJoursCalEcrits, " jour(s) ferie(s) seme(s)",
                      " pour ", anneeCalendrier
              MOVE "SEMER_FERIES_ANNEE" TO journalParagraphe
              MOVE "AJOUT" TO journalOperation
              MOVE "fjoursFeries" TO journalFichier
              MOVE anneeCalendrier TO journalCle
              PERFORM ENREGISTRER_JOURNAL
           END-IF.

      *>Cette methode ecrit le jour ferie dateCalendrier s'il n'est
      *>pas deja dans fjoursFeries (fichier ouvert par l'appelant)
        SEMER_UN_FERIE.
           MOVE dateCalendrier TO jf_date
           MOVE libelleCalendrier TO jf_libelle
           WRITE tamp_fjourFerie
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO nbJoursCalEcrits END-ADD
           END-WRITE.

      *>Cette methode calcule la date de Paques de anneeCalendrier
      *>(algorithme de Meeus pour le calendrier gregorien) et la
      *>rend en jour entier dans entierPaques
        CALCULER_DATE_PAQUES.
           DIVIDE anneeCalendrier BY 19 GIVING paqQuotient
                  REMAINDER paqA
           DIVIDE anneeCalendrier BY 100 GIVING paqB
                  REMAINDER paqC
           DIVIDE paqB BY 4 GIVING paqD REMAINDER paqE
           COMPUTE paqF = (paqB + 8) / 25
           COMPUTE paqG = (paqB - paqF + 1) / 3
           COMPUTE paqCalcul = 19 * paqA + paqB - paqD - paqG + 15
           DIVIDE paqCalcul BY 30 GIVING paqQuotient
                  REMAINDER paqH
           DIVIDE paqC BY 4 GIVING paqI REMAINDER paqK
           COMPUTE paqCalcul = 32 + 2 * paqE + 2 * paqI
               - paqH - paqK
           DIVIDE paqCalcul BY 7 GIVING paqQuotient
                  REMAINDER paqL
           COMPUTE paqM = (paqA + 11 * paqH + 22 * paqL) / 451
           COMPUTE paqCalcul = paqH + paqL - 7 * paqM + 114
           DIVIDE paqCalcul BY 31 GIVING moisPaques
                  REMAINDER jourPaques
           ADD 1 TO jourPaques END-ADD
           COMPUTE dateCalendrier = anneeCalendrier * 10000
               + moisPaques * 100 + jourPaques
           MOVE FUNCTION INTEGER-OF-DATE(dateCalendrier) TO
                entierPaques.

      *>Cette methode retire une date (fermeture ou ouverture
      *>exceptionnelle) du calendrier du magasin : le jour suit a
      *>nouveau le rythme hebdomadaire et les jours feries (un ferie
      *>se retire par la gestion des jours feries)
        RETIRER_DATE_CALENDRIER.
           PERFORM WITH TEST AFTER UNTIL dateValide = 1
               DISPLAY "Date a retirer (AAAAMMJJ)"
               ACCEPT dateSaisieValidee
               PERFORM VALIDER_DATE_SAISIE
           END-PERFORM
           OPEN I-O fcalendrierMagasin
           MOVE magasinCalendrier TO cm_magasin
           MOVE dateSaisieValidee TO cm_date
           DELETE fcalendrierMagasin
              INVALID KEY
                 DISPLAY "Aucune exception a cette date"
              NOT INVALID KEY
                 DISPLAY "Date retiree du calendrier"
                 MOVE "RETIRER_DATE_CALENDRIER" TO journalParagraphe
                 MOVE "SUPPRESSION" TO journalOperation
                 MOVE "fcalendrierMag" TO journalFichier
                 MOVE cm_cle TO journalCle
                 PERFORM ENREGISTRER_JOURNAL
           END-DELETE
           CLOSE fcalendrierMagasin.

      *>Cette methode affiche jour par jour un mois du calendrier du
      *>magasin, ouvert ou ferme, avec le motif de la fermeture
        CONSULTER_MOIS_CALENDRIER.
           DISPLAY "Mois a consulter (AAAAMM)"
           ACCEPT anneeMoisCal
           MOVE anneeMoisCal(5:2) TO moisValide
           IF anneeMoisCal < 200001 OR moisValide < 1 OR
              moisValide > 12 THEN
              DISPLAY "Mois invalide"
           ELSE
              OPEN INPUT fcalendrierMagasin
              OPEN INPUT fjoursFeries
              PERFORM CHARGER_SEMAINE_CALENDRIER
              DISPLAY "-- CALENDRIER DU MAGASIN ", magasinCalendrier,
                      " (rythme ", semaineOuvertureCal, ") --"
              COMPUTE dateCalendrier = anneeMoisCal * 100 + 1
              MOVE anneeMoisCal TO anneeMoisCourantCal
              PERFORM UNTIL anneeMoisCourantCal NOT = anneeMoisCal
                  PERFORM EXAMINER_JOUR_CALENDRIER
                  IF JOUR_OUVERT_CAL THEN
                     DISPLAY dateCalendrier, " ",
                             libelleJourSemaine(jourSemaineCal),
                             " OUVERT ", motifCalendrier
                  ELSE
                     DISPLAY dateCalendrier, " ",
                             libelleJourSemaine(jourSemaineCal),
                             " FERME  ", motifCalendrier
                  END-IF
                  MOVE FUNCTION DATE-OF-INTEGER(entierCalendrier + 1)
                       TO dateCalendrier
                  COMPUTE anneeMoisCourantCal = dateCalendrier / 100
              END-PERFORM
              CLOSE fcalendrierMagasin
              CLOSE fjoursFeries
           END-IF.

      *>Cette methode lit le rythme hebdomadaire du magasin
      *>magasinCalendrier, lundi a samedi ouverts a defaut ; le
      *>fichier du calendrier est ouvert par l'appelant
        CHARGER_SEMAINE_CALENDRIER.
           MOVE SEMAINE_OUVERTURE_DEFAUT TO semaineOuvertureCal
           MOVE magasinCalendrier TO cm_magasin
           MOVE "SEMAINE" TO cm_date
           READ fcalendrierMagasin KEY IS cm_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE cm_semaine TO semaineOuvertureCal
           END-READ.

      *>Cette methode dit si le magasin magasinCalendrier est ouvert
      *>le jour dateCalendrier : un jour de fjoursFeries ferme le
      *>magasin, et une date portee au calendrier du magasin
      *>l'emporte sur le rythme et sur le ferie (le 1er janvier
      *>1601, premier jour entier, etait un lundi) ; fjoursFeries et
      *>le calendrier sont ouverts par l'appelant
        EXAMINER_JOUR_CALENDRIER.
           MOVE FUNCTION INTEGER-OF-DATE(dateCalendrier) TO
                entierCalendrier
           COMPUTE jourSemaineCal =
               FUNCTION MOD(entierCalendrier - 1, 7) + 1
           IF semaineOuvertureCal(jourSemaineCal:1) = "F" THEN
              MOVE 0 TO jourOuvertCal
              MOVE "Fermeture hebdomadaire" TO motifCalendrier
           ELSE
              MOVE 1 TO jourOuvertCal
              MOVE SPACES TO motifCalendrier
           END-IF
           MOVE dateCalendrier TO jf_date
           READ fjoursFeries KEY IS jf_date
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 0 TO jourOuvertCal
                 MOVE jf_libelle TO motifCalendrier
           END-READ
           MOVE magasinCalendrier TO cm_magasin
           MOVE dateCalendrier TO cm_date
           READ fcalendrierMagasin KEY IS cm_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CAL_OUVERTURE THEN
                    MOVE 1 TO jourOuvertCal
                 ELSE
                    MOVE 0 TO jourOuvertCal
                 END-IF
                 MOVE cm_libelle TO motifCalendrier
           END-READ.

      *>Cette methode reporte l'echeance dateCalendrier au prochain
      *>jour d'ouverture du magasin du poste (elle est rendue telle
      *>quelle si ce jour est ouvert, ou si aucun jour ne l'est sur
      *>l'annee qui suit)
        REPORTER_JOUR_OUVERT.
           MOVE dateCalendrier TO dateAvantReport
           MOVE codeMagasin TO magasinCalendrier
           OPEN INPUT fcalendrierMagasin
           OPEN INPUT fjoursFeries
           PERFORM CHARGER_SEMAINE_CALENDRIER
           PERFORM EXAMINER_JOUR_CALENDRIER
           MOVE 0 TO nbEssaisCal
           PERFORM UNTIL JOUR_OUVERT_CAL OR nbEssaisCal >= 366
               ADD 1 TO nbEssaisCal END-ADD
               MOVE FUNCTION DATE-OF-INTEGER(entierCalendrier + 1)
                    TO dateCalendrier
               PERFORM EXAMINER_JOUR_CALENDRIER
           END-PERFORM
           CLOSE fcalendrierMagasin
           CLOSE fjoursFeries
           IF NOT JOUR_OUVERT_CAL THEN
              MOVE dateAvantReport TO dateCalendrier
           END-IF.

      *>Cette methode compte les jours d'ouverture du magasin du
      *>poste apres dateDebutOuvres et jusqu'a dateFinOuvres inclus
      *>(zero si la fin ne suit pas le debut)
        COMPTER_JOURS_OUVRES.
           MOVE 0 TO nbJoursOuvres
           IF dateFinOuvres > dateDebutOuvres THEN
              MOVE codeMagasin TO magasinCalendrier
              OPEN INPUT fcalendrierMagasin
              OPEN INPUT fjoursFeries
              PERFORM CHARGER_SEMAINE_CALENDRIER
              MOVE FUNCTION INTEGER-OF-DATE(dateFinOuvres) TO
                   entierFinCalendrier
              MOVE FUNCTION INTEGER-OF-DATE(dateDebutOuvres) TO
                   entierCalendrier
              PERFORM UNTIL entierCalendrier >= entierFinCalendrier
                  MOVE FUNCTION DATE-OF-INTEGER(entierCalendrier + 1)
                       TO dateCalendrier
                  PERFORM EXAMINER_JOUR_CALENDRIER
                  IF JOUR_OUVERT_CAL THEN
                     ADD 1 TO nbJoursOuvres END-ADD
                  END-IF
              END-PERFORM
              CLOSE fcalendrierMagasin
              CLOSE fjoursFeries
           END-IF.

      *>Cette methode est l'etape mensuelle de la cloture : la
      *>table de conservation n'est appliquee qu'une fois par mois
      *>(le mois de la derniere purge est garde dans DERNIEREPURGE)
        PURGER_CONSERVATION_MENSUELLE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO moisCourantPurge
           MOVE "DERNIEREPURGE" TO paramNom
           MOVE 0 TO paramValeur
           PERFORM CHARGER_UN_PARAMETRE
           IF paramValeur = moisCourantPurge THEN
              DISPLAY "Purge de conservation deja faite ce mois-ci"
           ELSE
              PERFORM APPLIQUER_CONSERVATION
              MOVE "DERNIEREPURGE" TO paramNom
              MOVE moisCourantPurge TO nouvelleValeurParam
              PERFORM ENREGISTRER_PARAMETRE
           END-IF.

      *>Cette methode applique la table de conservation a chaque
      *>fichier d'exploitation : les enregistrements echus sont
      *>ecrits dans une archive datee (action A) puis retires, ceux
      *>qu'un objet encore ouvert reference sont gardes, et un
      *>certificat de purge recapitule durees, dates limites,
      *>comptes et totaux de controle par fichier
        APPLIQUER_CONSERVATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO dateJourPurge
           MOVE dateJourPurge TO dateJourCoh
           MOVE 0 TO nbPurgesTotal
           MOVE FUNCTION CURRENT-DATE TO dateRapport
           MOVE SPACES TO nomRapport
           STRING "CERTIFICAT-PURGE-" DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO nomRapport
           OPEN OUTPUT frapport
           MOVE SPACES TO ligneRapport
           STRING "CERTIFICAT DE PURGE DU " DELIMITED BY SIZE
                  dateRapport(1:8) DELIMITED BY SIZE
                  " - etabli par " DELIMITED BY SIZE
                  idEmploye DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE "Les donnees echues (dont les donnees personnelles)"
                TO ligneRapport
           WRITE ligneRapport
           MOVE "ne sont plus conservees au-dela de la duree fixee."
                TO ligneRapport
           WRITE ligneRapport
           PERFORM VARYING idxConservation FROM 1 BY 1
                   UNTIL idxConservation > NB_CONSERVATIONS
               PERFORM PURGER_UN_FICHIER_CONS
           END-PERFORM
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "Total des enregistrements purges : "
                  DELIMITED BY SIZE
                  nbPurgesTotal DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           CLOSE frapport
           DISPLAY "Purge de conservation : ", nbPurgesTotal,
                   " enregistrement(s) purge(s)"
           DISPLAY "Certificat enregistre dans :"
           DISPLAY nomRapport
           MOVE "CERTIFICAT" TO typeDocument
           MOVE nomRapport TO nomBackup
           MOVE dateJourPurge TO referenceDocument
           PERFORM ENREGISTRER_DOCUMENT
           MOVE "APPLIQUER_CONSERVATION" TO journalParagraphe
           MOVE "PURGE" TO journalOperation
           MOVE "parametres" TO journalFichier
           MOVE dateJourPurge TO journalCle
           PERFORM ENREGISTRER_JOURNAL.

      *>Cette methode calcule la date limite de la ligne
      *>idxConservation (aujourd'hui moins la duree en mois, le
      *>jour ramene a 28 au plus), purge le fichier concerne et en
      *>ecrit le bilan dans le certificat
        PURGER_UN_FICHIER_CONS.
           COMPUTE moisTotalPurge = anneeJourPurge * 12
                   + moisJourPurge - 1 - csMois(idxConservation)
           DIVIDE moisTotalPurge BY 12 GIVING anneeLimitePurge
                  REMAINDER moisLimitePurge
           ADD 1 TO moisLimitePurge END-ADD
           MOVE jourJourPurge TO jourLimitePurge
           IF jourLimitePurge > 28 THEN
              MOVE 28 TO jourLimitePurge
           END-IF
           COMPUTE dateLimitePurgeNum = anneeLimitePurge * 10000
                   + moisLimitePurge * 100 + jourLimitePurge
           MOVE dateLimitePurgeNum TO dateLimitePurge
           MOVE 0 TO nbExaminesPurge
           MOVE 0 TO nbPurges
           MOVE 0 TO nbConservesPurge
           MOVE 0 TO totalControlePurge
           MOVE 0 TO nbReportsPurge
           MOVE SPACES TO nomArchivePurge
           IF CONSERVATION_ARCHIVER(idxConservation) THEN
              STRING "ARCHIVE-" DELIMITED BY SIZE
                     csCode(idxConservation) DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     dateJourPurge DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO nomArchivePurge
              OPEN OUTPUT farchivePurge
              MOVE SPACES TO ligneArchivePurge
              STRING "DEBUT;" DELIMITED BY SIZE
                     csFichier(idxConservation) DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     dateLimitePurge DELIMITED BY SIZE
                     INTO ligneArchivePurge
              WRITE ligneArchivePurge
           END-IF
           EVALUATE idxConservation
               WHEN 1 PERFORM PURGER_OUTBOX_CONS
               WHEN 2 PERFORM PURGER_MOUVEMENTS_CONS
               WHEN 3 PERFORM PURGER_POINTAGES_CONS
               WHEN 4 PERFORM PURGER_DEROGATIONS_CONS
               WHEN 5 PERFORM PURGER_RUNCONTROL_CONS
               WHEN 6 PERFORM PURGER_ALLOCATIONS_CONS
               WHEN 7 PERFORM PURGER_VENTES_PERDUES_CONS
               WHEN 8 PERFORM PURGER_DOCUMENTS_CONS
           END-EVALUATE
           ADD nbPurges TO nbPurgesTotal END-ADD
           MOVE totalControlePurge TO totalControleEdite
           IF CONSERVATION_ARCHIVER(idxConservation) THEN
              MOVE nbPurges TO nbPurgesEdite
              MOVE SPACES TO ligneArchivePurge
              STRING "FIN;" DELIMITED BY SIZE
                     csFichier(idxConservation) DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     nbPurgesEdite DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     totalControleEdite DELIMITED BY SIZE
                     INTO ligneArchivePurge
              WRITE ligneArchivePurge
              CLOSE farchivePurge
              MOVE "ARCHIVE" TO typeDocument
              MOVE nomArchivePurge TO nomBackup
              MOVE csCode(idxConservation) TO referenceDocument
              PERFORM ENREGISTRER_DOCUMENT
           END-IF
           MOVE " " TO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           IF CONSERVATION_ARCHIVER(idxConservation) THEN
              STRING csFichier(idxConservation) DELIMITED BY SIZE
                     " conserve " DELIMITED BY SIZE
                     csMois(idxConservation) DELIMITED BY SIZE
                     " mois, puis archive" DELIMITED BY SIZE
                     INTO ligneRapport
           ELSE
              STRING csFichier(idxConservation) DELIMITED BY SIZE
                     " conserve " DELIMITED BY SIZE
                     csMois(idxConservation) DELIMITED BY SIZE
                     " mois, puis supprime" DELIMITED BY SIZE
                     INTO ligneRapport
           END-IF
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   limite " DELIMITED BY SIZE
                  dateLimitePurge DELIMITED BY SIZE
                  " examines " DELIMITED BY SIZE
                  nbExaminesPurge DELIMITED BY SIZE
                  " purges " DELIMITED BY SIZE
                  nbPurges DELIMITED BY SIZE
                  " gardes " DELIMITED BY SIZE
                  nbConservesPurge DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           MOVE SPACES TO ligneRapport
           STRING "   total de controle : " DELIMITED BY SIZE
                  totalControleEdite DELIMITED BY SIZE
                  INTO ligneRapport
           WRITE ligneRapport
           IF idxConservation = 2 THEN
              MOVE SPACES TO ligneRapport
              STRING "   mouvements de report de solde ecrits : "
                     DELIMITED BY SIZE
                     nbReportsPurge DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF
           IF CONSERVATION_ARCHIVER(idxConservation) THEN
              MOVE SPACES TO ligneRapport
              STRING "   archive : " DELIMITED BY SIZE
                     nomArchivePurge DELIMITED BY SIZE
                     INTO ligneRapport
              WRITE ligneRapport
           END-IF.

      *>Cette methode ecrit dans l'archive l'image de
      *>l'enregistrement echu que l'appelant a placee dans
      *>ligneArchivePurge (rien n'est ecrit pour une suppression)
        ARCHIVER_ENREGISTREMENT_CONS.
           IF CONSERVATION_ARCHIVER(idxConservation) THEN
              WRITE ligneArchivePurge
           END-IF.

      *>Cette methode purge les notifications echues ; celles qui
      *>attendent encore un envoi ou une nouvelle tentative sont
      *>gardees. Total de controle : somme des numeros
        PURGER_OUTBOX_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O foutbox
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ foutbox NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   ADD 1 TO nbExaminesPurge END-ADD
                   IF nb_dateCreation(1:8) < dateLimitePurge THEN
                      IF NOTIF_A_ENVOYER OR NOTIF_EN_ECHEC THEN
                         ADD 1 TO nbConservesPurge END-ADD
                      ELSE
                         MOVE tamp_foutbox TO ligneArchivePurge
                         PERFORM ARCHIVER_ENREGISTREMENT_CONS
                         DELETE foutbox
                            NOT INVALID KEY
                               ADD 1 TO nbPurges END-ADD
                               ADD nb_id TO totalControlePurge
                                   END-ADD
                         END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foutbox.

      *>Cette methode purge le grand livre des mouvements titre par
      *>titre : les mouvements echus sont cumules par magasin puis
      *>remplaces par un mouvement de report de solde date de la
      *>limite, pour que le grand livre reste egal au stock. Un
      *>titre dont du stock voyage entre magasins est garde en
      *>entier. Total de controle : somme des quantites purgees
        PURGER_MOUVEMENTS_CONS.
           MOVE 1 TO WfinPurge
           OPEN INPUT finventaire
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ finventaire NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   PERFORM PURGER_MOUVEMENTS_TITRE_CONS
               END-READ
           END-PERFORM
           CLOSE finventaire.

      *>Cette méthode purge les mouvements echus du titre present
      *>dans le tampon finventaire
        PURGER_MOUVEMENTS_TITRE_CONS.
           PERFORM CUMULER_TRANSIT_COH
           MOVE 0 TO nbMagasinsCoh
           MOVE 0 TO mouvementsHorsMagasinCoh
           MOVE 1 TO WfinPurge2
           OPEN I-O fmouvStock
           MOVE fi_id TO ms_idRef
           START fmouvStock KEY IS = ms_idRef
              INVALID KEY MOVE 0 TO WfinPurge2
           END-START
           PERFORM UNTIL WfinPurge2 = 0
               READ fmouvStock NEXT
                  AT END MOVE 0 TO WfinPurge2
                  NOT AT END
                     IF ms_idRef NOT = fi_id THEN
                        MOVE 0 TO WfinPurge2
                     ELSE
                        ADD 1 TO nbExaminesPurge END-ADD
                        IF ms_date(1:8) < dateLimitePurge THEN
                           PERFORM PURGER_UN_MOUVEMENT_CONS
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE fmouvStock
           MOVE SPACES TO magasinCoh
           MOVE mouvementsHorsMagasinCoh TO resteReportPurge
           PERFORM ECRIRE_REPORT_MOUV_CONS
           PERFORM VARYING idxMagCoh FROM 1 BY 1
                   UNTIL idxMagCoh > nbMagasinsCoh
               MOVE cohCode(idxMagCoh) TO magasinCoh
               MOVE mcGrandLivre(idxMagCoh) TO resteReportPurge
               PERFORM ECRIRE_REPORT_MOUV_CONS
           END-PERFORM.

      *>Cette méthode archive et retire le mouvement echu du tampon
      *>en cumulant sa quantite dans le solde a reporter de son
      *>magasin (garde si le titre a du stock en transit ou si la
      *>table des magasins est pleine)
        PURGER_UN_MOUVEMENT_CONS.
           MOVE 0 TO idxMagCoh
           IF ms_magasin NOT = SPACES THEN
              MOVE ms_magasin TO magasinCoh
              PERFORM AJOUTER_MAGASIN_COH
           END-IF
           IF quantiteTransitCoh > 0 OR
              (ms_magasin NOT = SPACES AND idxMagCoh = 0) THEN
              ADD 1 TO nbConservesPurge END-ADD
           ELSE
              MOVE tamp_fmouvStock TO ligneArchivePurge
              PERFORM ARCHIVER_ENREGISTREMENT_CONS
              DELETE fmouvStock
                 NOT INVALID KEY
                    ADD 1 TO nbPurges END-ADD
                    ADD ms_quantite TO totalControlePurge END-ADD
                    IF idxMagCoh = 0 THEN
                       ADD ms_quantite TO mouvementsHorsMagasinCoh
                           END-ADD
                    ELSE
                       ADD ms_quantite TO mcGrandLivre(idxMagCoh)
                           END-ADD
                    END-IF
              END-DELETE
           END-IF.

      *>Cette méthode ecrit le report de solde resteReportPurge du
      *>magasin magasinCoh pour le titre courant, par tranches de
      *>9999 au plus ; le stock du magasin n'est pas touche (il
      *>compte deja ces quantites)
        ECRIRE_REPORT_MOUV_CONS.
           PERFORM UNTIL resteReportPurge = 0
               IF resteReportPurge > 9999 THEN
                  MOVE 9999 TO quantiteReportPurge
               ELSE IF resteReportPurge < -9999 THEN
                  MOVE -9999 TO quantiteReportPurge
               ELSE
                  MOVE resteReportPurge TO quantiteReportPurge
               END-IF
               END-IF
               SUBTRACT quantiteReportPurge FROM resteReportPurge
                        END-SUBTRACT
               MOVE "MOUVSTOCK" TO compteurNom
               PERFORM OBTENIR_PROCHAIN_ID
               MOVE prochainId TO idMouvStockNumerique
               MOVE idMouvStockNumerique TO ms_id
               MOVE SPACES TO ms_date
               STRING dateLimitePurge DELIMITED BY SIZE
                      "00" DELIMITED BY SIZE
                      INTO ms_date
               MOVE fi_titre TO ms_titre
               MOVE fi_id TO ms_idRef
               MOVE quantiteReportPurge TO ms_quantite
               MOVE "REPORT" TO ms_motif
               MOVE SPACES TO ms_reference
               STRING "PURGE-" DELIMITED BY SIZE
                      dateJourPurge DELIMITED BY SIZE
                      INTO ms_reference
               MOVE idEmploye TO ms_employe
               MOVE magasinCoh TO ms_magasin
               OPEN I-O fmouvStock
               WRITE tamp_fmouvStock
                  INVALID KEY
                     DISPLAY "ERREUR : report de solde ", ms_id,
                             " non enregistre (cle en double)"
                  NOT INVALID KEY
                     ADD 1 TO nbReportsPurge END-ADD
               END-WRITE
               CLOSE fmouvStock
           END-PERFORM.

      *>Cette methode purge les pointages echus ; un pointage encore
      *>ouvert (sans sortie) ou dont la correction attend
      *>l'approbation est garde. Total de controle : somme des
      *>numeros
        PURGER_POINTAGES_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O fpointages
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ fpointages NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   ADD 1 TO nbExaminesPurge END-ADD
                   IF pt_dateEntree(1:8) < dateLimitePurge THEN
                      IF pt_dateSortie = SPACES OR
                         CORRECTION_A_APPROUVER THEN
                         ADD 1 TO nbConservesPurge END-ADD
                      ELSE
                         MOVE tamp_fpointage TO ligneArchivePurge
                         PERFORM ARCHIVER_ENREGISTREMENT_CONS
                         DELETE fpointages
                            NOT INVALID KEY
                               ADD 1 TO nbPurges END-ADD
                               ADD pt_id TO totalControlePurge
                                   END-ADD
                         END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpointages.

      *>Cette methode purge les derogations echues. Total de
      *>controle : somme des montants deroges
        PURGER_DEROGATIONS_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O fderogations
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ fderogations NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   ADD 1 TO nbExaminesPurge END-ADD
                   IF dg_date(1:8) < dateLimitePurge THEN
                      MOVE tamp_fderogation TO ligneArchivePurge
                      PERFORM ARCHIVER_ENREGISTREMENT_CONS
                      DELETE fderogations
                         NOT INVALID KEY
                            ADD 1 TO nbPurges END-ADD
                            ADD dg_montant TO totalControlePurge
                                END-ADD
                      END-DELETE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fderogations.

      *>Cette methode purge le controle d'execution des clotures
      *>echues ; une etape restee en cours est gardee pour la
      *>reprise. Total de controle : nombre d'etapes
        PURGER_RUNCONTROL_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O fruncontrol
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ fruncontrol NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   ADD 1 TO nbExaminesPurge END-ADD
                   IF rc_date < dateLimitePurge THEN
                      IF ETAPE_EN_COURS THEN
                         ADD 1 TO nbConservesPurge END-ADD
                      ELSE
                         MOVE tamp_fruncontrol TO ligneArchivePurge
                         PERFORM ARCHIVER_ENREGISTREMENT_CONS
                         DELETE fruncontrol
                            NOT INVALID KEY
                               ADD 1 TO nbPurges END-ADD
                               ADD 1 TO totalControlePurge END-ADD
                         END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fruncontrol.

      *>Cette methode purge les allocations de panier echues ;
      *>celle d'un panier gare encore en attente est gardee. Total
      *>de controle : somme des quantites allouees
        PURGER_ALLOCATIONS_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O fallocations
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ fallocations NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   ADD 1 TO nbExaminesPurge END-ADD
                   IF al_date(1:8) < dateLimitePurge THEN
                      PERFORM EXAMINER_ALLOCATION_COH
                      IF trouve = 0 THEN
                         ADD 1 TO nbConservesPurge END-ADD
                      ELSE
                         MOVE tamp_fallocation TO ligneArchivePurge
                         PERFORM ARCHIVER_ENREGISTREMENT_CONS
                         DELETE fallocations
                            NOT INVALID KEY
                               ADD 1 TO nbPurges END-ADD
                               ADD al_quantite TO totalControlePurge
                                   END-ADD
                         END-DELETE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fallocations.

      *>Cette methode purge les ventes perdues echues. Total de
      *>controle : somme des quantites demandees
        PURGER_VENTES_PERDUES_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O fventesPerdues
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ fventesPerdues NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   ADD 1 TO nbExaminesPurge END-ADD
                   IF vp_date(1:8) < dateLimitePurge THEN
                      MOVE tamp_fventePerdue TO ligneArchivePurge
                      PERFORM ARCHIVER_ENREGISTREMENT_CONS
                      DELETE fventesPerdues
                         NOT INVALID KEY
                            ADD 1 TO nbPurges END-ADD
                            ADD vp_qteVoulue TO totalControlePurge
                                END-ADD
                      END-DELETE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fventesPerdues.

      *>Cette methode purge les rapports echus du catalogue des
      *>documents (les recus, factures, certificats et archives ne
      *>sont jamais purges) : le contenu du fichier rapport est
      *>recopie dans l'archive (action A), le fichier est vide et
      *>l'entree du catalogue retiree. Total de controle : somme des
      *>numeros de document
        PURGER_DOCUMENTS_CONS.
           MOVE 1 TO WfinPurge
           OPEN I-O fcatalogueDocs
           PERFORM WITH TEST AFTER UNTIL WfinPurge = 0
               READ fcatalogueDocs NEXT
               AT END MOVE 0 TO WfinPurge
               NOT AT END
                   IF cd_type = "RAPPORT" THEN
                      ADD 1 TO nbExaminesPurge END-ADD
                      IF cd_date(1:8) < dateLimitePurge THEN
                         PERFORM PURGER_UN_DOCUMENT_CONS
                      END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcatalogueDocs.

      *>Cette methode archive puis vide le fichier rapport de
      *>l'entree courante du catalogue, et retire l'entree (un
      *>fichier deja disparu est seulement retire du catalogue)
        PURGER_UN_DOCUMENT_CONS.
           MOVE SPACES TO ligneArchivePurge
           STRING "DOC;" DELIMITED BY SIZE
                  cd_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  cd_nomFichier DELIMITED BY SPACE
                  INTO ligneArchivePurge
           PERFORM ARCHIVER_ENREGISTREMENT_CONS
           MOVE cd_nomFichier TO nomBackup
           MOVE 0 TO etatPurgeDoc
           IF nomBackup NOT = SPACES THEN
              OPEN INPUT fbackup
              IF cr_fbackup = 0 THEN
                 MOVE 1 TO etatPurgeDoc
              END-IF
           END-IF
           IF etatPurgeDoc = 1 THEN
              MOVE 1 TO WfinPurge2
              PERFORM WITH TEST AFTER UNTIL WfinPurge2 = 0
                  READ fbackup
                  AT END MOVE 0 TO WfinPurge2
                  NOT AT END
                      MOVE ligneBackup TO ligneArchivePurge
                      PERFORM ARCHIVER_ENREGISTREMENT_CONS
                  END-READ
              END-PERFORM
              CLOSE fbackup
              OPEN OUTPUT fbackup
              CLOSE fbackup
           END-IF
           DELETE fcatalogueDocs
              NOT INVALID KEY
                 ADD 1 TO nbPurges END-ADD
                 ADD cd_id TO totalControlePurge END-ADD
           END-DELETE.

           *>Cette méthode verifie que l'employe connecte detient la
           *>fonction sensible fonctionDemandee : le gerant detient
           *>permissions lui accorde ; permissionAccordee ressort a
           *>1 quand l'acces passe
           VERIFIER_PERMISSION.
                *>Le bac a sable de formation accorde toutes les
                *>fonctions : l'exercice doit pouvoir derouler les
                *>gestes sensibles sans toucher la moindre donnee
                *>reelle
                PERFORM CONSULTER_PERMISSION
                IF permissionAccordee = 0 THEN
                   DISPLAY "Acces refuse : la fonction ",
                           fonctionDemandee
                   IF valideurValide = 1 THEN
                      DISPLAY "PIN du valideur"
                      ACCEPT pinValideur
                      MOVE valideurDerogation TO idPinControle
                      MOVE pinValideur TO pinControle
                      PERFORM CONTROLER_PIN
                      MOVE pinValide TO valideurValide
                      IF pinValide = 0 THEN
                         DISPLAY "PIN incorrect"
                      END-IF
                      IF pinValide = 1 AND pinAChanger = 1 THEN
                         PERFORM IMPOSER_CHANGEMENT_PIN
                      END-IF
                   END-IF
                   IF valideurValide = 1 THEN
                      MOVE SPACES TO motifDerogation
                      END-IF
                END-READ
                CLOSE femployes
                *>Un employe absent ce jour (absence accordee) n'est
                *>planifie que sur confirmation du gerant
                IF trouveEmploye = 1 THEN
                   MOVE idEmployeGere TO employeAbsence
                   MOVE datePlanning TO dateAbsenceTest
                   PERFORM CHERCHER_ABSENCE_JOUR
                   IF periodeAbsence NOT = SPACE THEN
                      PERFORM AFFICHER_ABSENCE_JOUR
                      DISPLAY "Planifier quand meme ? (O/N)"
                      ACCEPT reponseAbsence
                      IF reponseAbsence NOT = "O" AND
                         reponseAbsence NOT = "o" THEN
                         MOVE 0 TO trouveEmploye
                         DISPLAY "Poste non planifie"
                      END-IF
                   ELSE IF absenceEnAttente = 1 THEN
                      DISPLAY "ATTENTION : demande d'absence en"
                      DISPLAY "attente de decision pour ce jour"
                   END-IF
                END-IF
                IF trouveEmploye = 1 THEN
                   PERFORM WITH TEST AFTER UNTIL
                       heureDebutPlan < 2400
                                  heureCreneau, "h avec ",
                                  nbPresentsCreneau,
                                  " personne(s) planifiee(s)"
                          IF nbAbsentsCreneau > 0 THEN
                             DISPLAY "   (sans compter ",
                                     nbAbsentsCreneau,
                                     " planifiee(s) mais absente(s))"
                          END-IF
                       END-IF
                    END-IF
                    ADD 1 TO idxFreq END-ADD
                END-IF.

           *>Cette méthode compte les employes planifies presents a
           *>l'heure heureCreneau du jour datePlanning ; un employe
           *>planifie mais absent a cette heure (absence accordee,
           *>journee ou demi-journee) est compte a part
           COMPTER_PRESENTS_CRENEAU.
                MOVE 0 TO nbPresentsCreneau
                MOVE 0 TO nbAbsentsCreneau
                MOVE 1 TO WfinPlg2
                OPEN INPUT fplanning
                PERFORM WITH TEST AFTER UNTIL WfinPlg2 = 0
                        IF pn_date = datePlanning AND
                           pn_heureDebut <= heureCreneau * 100 AND
                           pn_heureFin > heureCreneau * 100 THEN
                           MOVE pn_employe TO employeAbsence
                           MOVE datePlanning TO dateAbsenceTest
                           PERFORM CHERCHER_ABSENCE_JOUR
                           IF periodeAbsence = "J" OR
                              (periodeAbsence = "M" AND
                               heureCreneau < 12) OR
                              (periodeAbsence = "A" AND
                               heureCreneau NOT < 12) THEN
                              ADD 1 TO nbAbsentsCreneau END-ADD
                           ELSE
                              ADD 1 TO nbPresentsCreneau END-ADD
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                                   minutesPointees, " min"
                           DISPLAY "   Ecart : ", ecartMinutesPlan,
                                   " min"
                           IF nbJoursJustifies > 0 THEN
                              DISPLAY "   Absence justifiee : ",
                                      nbJoursJustifies, " j (",
                                      minutesAbsJustifiees, " min)"
                           END-IF
                           IF nbJoursInjustifies > 0 THEN
                              DISPLAY "   Non presente sans absence : ",
                                      nbJoursInjustifies, " j (",
                                      minutesAbsInjustifiees, " min)"
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM

           *>Cette méthode cumule pour l'employe du tampon femployes
           *>les minutes planifiees et les minutes pointees de la
           *>periode ; un jour planifie sans aucun pointage est classe
           *>en absence justifiee (absence accordee) ou non
           CUMULER_ECART_PLANNING.
                MOVE 0 TO minutesPlanifiees
                MOVE 0 TO minutesPointees
                MOVE 0 TO nbJoursJustifies
                MOVE 0 TO nbJoursInjustifies
                MOVE 0 TO minutesAbsJustifiees
                MOVE 0 TO minutesAbsInjustifiees
                MOVE 1 TO WfinPlg2
                OPEN INPUT fplanning
                PERFORM WITH TEST AFTER UNTIL WfinPlg2 = 0
                               minutesPlanifiees
                               - heuresEmploye * 60
                               - minutesEmploye
                           PERFORM QUALIFIER_JOUR_PLANIFIE
                        END-IF
                    END-READ
                END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE fpointages.

           *>Cette méthode verifie si l'employe du tampon femployes a
           *>pointe le jour du poste planifie courant (tampon
           *>fplanning) ; sinon la duree du poste part en absence
           *>justifiee ou non justifiee
           QUALIFIER_JOUR_PLANIFIE.
                COMPUTE minutesPosteJour =
                    (pn_heureFin / 100) * 60
                    + FUNCTION MOD(pn_heureFin, 100)
                    - (pn_heureDebut / 100) * 60
                    - FUNCTION MOD(pn_heureDebut, 100)
                MOVE 0 TO pointageJourTrouve
                MOVE 1 TO WfinPtJour
                OPEN INPUT fpointages
                PERFORM WITH TEST AFTER UNTIL WfinPtJour = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO WfinPtJour
                    NOT AT END
                        IF pt_employe = em_id AND
                           pt_dateEntree(1:8) = pn_date THEN
                           MOVE 1 TO pointageJourTrouve
                           MOVE 0 TO WfinPtJour
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fpointages
                IF pointageJourTrouve = 0 THEN
                   MOVE em_id TO employeAbsence
                   MOVE pn_date TO dateAbsenceTest
                   PERFORM CHERCHER_ABSENCE_JOUR
                   IF periodeAbsence NOT = SPACE THEN
                      ADD 1 TO nbJoursJustifies END-ADD
                      ADD minutesPosteJour TO minutesAbsJustifiees
                          END-ADD
                   ELSE
                      ADD 1 TO nbJoursInjustifies END-ADD
                      ADD minutesPosteJour TO minutesAbsInjustifiees
                          END-ADD
                   END-IF
                END-IF.

           *>Cette méthode presente au gerant la gestion des absences
           *>et des conges du personnel
           GERER_ABSENCES.
                MOVE 9 TO choixAbsence
                PERFORM WITH TEST AFTER UNTIL choixAbsence = 0
                    DISPLAY "   -- ABSENCES ET CONGES --"
                    DISPLAY "      -Saisir une absence (1)"
                    DISPLAY "      -Traiter les demandes (2)"
                    DISPLAY "      -Annuler une absence (3)"
                    DISPLAY "      -Absences et solde d'un employe (4)"
                    DISPLAY "      -Acquisition mensuelle des CP (5)"
                    DISPLAY "      -RETOUR (0)"
                    ACCEPT choixAbsence
                    EVALUATE choixAbsence
                        WHEN 1
                           DISPLAY "Identifiant de l'employe absent"
                           ACCEPT employeAbsence
                           MOVE 1 TO absenceParGerant
                           PERFORM SAISIR_ABSENCE
                        WHEN 2 PERFORM TRAITER_DEMANDES_ABSENCE
                        WHEN 3 PERFORM ANNULER_ABSENCE
                        WHEN 4
                           DISPLAY "Identifiant de l'employe"
                           ACCEPT employeAbsence
                           PERFORM LISTER_ABSENCES_EMPLOYE
                        WHEN 5
                           MOVE SPACES TO moisAcquisition
                           PERFORM WITH TEST AFTER UNTIL
                               moisAcquisition IS NUMERIC AND
                               moisAcquisition(5:2) > "00" AND
                               moisAcquisition(5:2) < "13"
                               DISPLAY "Mois acquis (AAAAMM)"
                               ACCEPT moisAcquisition
                           END-PERFORM
                           PERFORM ACQUERIR_CONGES_MOIS
                    END-EVALUATE
                END-PERFORM.

           *>Cette méthode permet a l'employe connecte de demander
           *>une absence et de consulter ses absences et son solde
           MES_ABSENCES.
                MOVE 9 TO choixAbsence
                PERFORM WITH TEST AFTER UNTIL choixAbsence = 0
                    DISPLAY "   -- MES ABSENCES --"
                    DISPLAY "      -Demander une absence (1)"
                    DISPLAY "      -Mes absences et mon solde (2)"
                    DISPLAY "      -RETOUR (0)"
                    ACCEPT choixAbsence
                    MOVE idEmploye TO employeAbsence
                    EVALUATE choixAbsence
                        WHEN 1
                           MOVE 0 TO absenceParGerant
                           PERFORM SAISIR_ABSENCE
                        WHEN 2 PERFORM LISTER_ABSENCES_EMPLOYE
                    END-EVALUATE
                END-PERFORM.

           *>Cette méthode enregistre une demande d'absence de
           *>l'employe employeAbsence : type, premier et dernier jour,
           *>demi-journees, decompte en jours ouvrables (lundi au
           *>samedi hors jours feries) ; le gerant qui saisit
           *>l'absence d'un autre employe peut l'accorder aussitot
           SAISIR_ABSENCE.
                MOVE 0 TO trouveEmploye
                OPEN INPUT femployes
                MOVE employeAbsence TO em_id
                READ femployes KEY IS em_id
                   INVALID KEY DISPLAY "Employe inconnu"
                   NOT INVALID KEY MOVE 1 TO trouveEmploye
                END-READ
                CLOSE femployes
                IF trouveEmploye = 1 THEN
                   MOVE SPACES TO typeAbsenceSaisi
                   PERFORM WITH TEST AFTER UNTIL
                       typeAbsenceSaisi = "CP" OR
                       typeAbsenceSaisi = "MA" OR
                       typeAbsenceSaisi = "FO" OR
                       typeAbsenceSaisi = "SS" OR
                       typeAbsenceSaisi = "AU"
                       DISPLAY "Type : conges payes (CP), maladie (MA),"
                       DISPLAY "formation (FO), sans solde (SS),"
                       DISPLAY "autre (AU)"
                       ACCEPT typeAbsenceSaisi
                   END-PERFORM
                   PERFORM WITH TEST AFTER UNTIL dateValide = 1
                       DISPLAY "Premier jour d'absence (AAAAMMJJ)"
                       ACCEPT dateSaisieValidee
                       PERFORM VALIDER_DATE_SAISIE
                   END-PERFORM
                   MOVE dateSaisieValidee TO dateDebutAbsence
                   DISPLAY "Absent seulement l'apres-midi de ce"
                   DISPLAY "premier jour ? (O/N)"
                   ACCEPT demiJourDebutAbs
                   PERFORM WITH TEST AFTER UNTIL dateValide = 1
                       DISPLAY "Dernier jour d'absence (AAAAMMJJ)"
                       ACCEPT dateSaisieValidee
                       PERFORM VALIDER_DATE_SAISIE
                       IF dateSaisieValidee < dateDebutAbsence THEN
                          DISPLAY "Le dernier jour precede le premier"
                          MOVE 0 TO dateValide
                       END-IF
                   END-PERFORM
                   MOVE dateSaisieValidee TO dateFinAbsence
                   DISPLAY "Absent seulement le matin de ce dernier"
                   DISPLAY "jour ? (O/N)"
                   ACCEPT demiJourFinAbs
                   IF demiJourDebutAbs = "o" THEN
                      MOVE "O" TO demiJourDebutAbs
                   END-IF
                   IF demiJourDebutAbs NOT = "O" THEN
                      MOVE "N" TO demiJourDebutAbs
                   END-IF
                   IF demiJourFinAbs = "o" THEN
                      MOVE "O" TO demiJourFinAbs
                   END-IF
                   IF demiJourFinAbs NOT = "O" THEN
                      MOVE "N" TO demiJourFinAbs
                   END-IF
                   MOVE dateDebutAbsence TO borneDebutAbs
                   MOVE dateFinAbsence TO borneFinAbs
                   PERFORM COMPTER_JOURS_ABSENCE
                   PERFORM VERIFIER_CHEVAUCHEMENT_ABSENCE
                   IF joursComptesAbs = 0 THEN
                      DISPLAY "Aucun jour ouvrable dans cette periode"
                   ELSE IF chevauchementAbsence = 1 THEN
                      DISPLAY "Cette periode chevauche une absence"
                      DISPLAY "deja demandee ou accordee"
                   ELSE
                      PERFORM ENREGISTRER_ABSENCE
                   END-IF
                END-IF.

           *>Cette méthode ecrit la demande d'absence saisie et,
           *>pour une saisie du gerant au nom d'un autre employe,
           *>propose de l'accorder tout de suite
           ENREGISTRER_ABSENCE.
                MOVE "ABSENCE" TO compteurNom
                PERFORM OBTENIR_PROCHAIN_ID
                MOVE prochainId TO abs_id
                MOVE employeAbsence TO abs_employe
                MOVE typeAbsenceSaisi TO abs_type
                MOVE dateDebutAbsence TO abs_dateDebut
                MOVE demiJourDebutAbs TO abs_demiJourDebut
                MOVE dateFinAbsence TO abs_dateFin
                MOVE demiJourFinAbs TO abs_demiJourFin
                MOVE joursComptesAbs TO abs_nbJours
                MOVE "D" TO abs_statut
                MOVE FUNCTION CURRENT-DATE TO abs_dateDemande
                MOVE idEmploye TO abs_saisiePar
                MOVE SPACES TO abs_decidePar
                MOVE SPACES TO abs_dateDecision
                MOVE SPACES TO abs_commentaire
                OPEN I-O fabsences
                WRITE tamp_fabsence
                   INVALID KEY
                      DISPLAY "ERREUR : demande non enregistree (cle"
                      DISPLAY "en double)"
                   NOT INVALID KEY
                      DISPLAY "Demande d'absence ", abs_id,
                              " enregistree : ", abs_nbJours,
                              " jour(s) ouvrable(s)"
                      MOVE "SAISIR_ABSENCE" TO journalParagraphe
                      MOVE "AJOUT" TO journalOperation
                      MOVE "fabsences" TO journalFichier
                      MOVE abs_id TO journalCle
                      PERFORM ENREGISTRER_JOURNAL
                      IF absenceParGerant = 1 AND
                         abs_employe NOT = idEmploye THEN
                         DISPLAY "Accorder cette absence maintenant ?"
                         DISPLAY "(O/N)"
                         ACCEPT reponseAbsence
                         IF reponseAbsence = "O" OR
                            reponseAbsence = "o" THEN
                            PERFORM ACCORDER_ABSENCE
                         END-IF
                      END-IF
                END-WRITE
                CLOSE fabsences.

           *>Cette méthode presente au gerant les demandes d'absence
           *>en attente, pour les accorder ou les refuser ; un gerant
           *>ne decide pas de sa propre demande
           TRAITER_DEMANDES_ABSENCE.
                MOVE 0 TO nbAbsencesListees
                MOVE 1 TO WfinAbsence
                OPEN I-O fabsences
                PERFORM WITH TEST AFTER UNTIL WfinAbsence = 0
                    READ fabsences NEXT
                    AT END MOVE 0 TO WfinAbsence
                    NOT AT END
                        IF ABSENCE_DEMANDEE THEN
                           ADD 1 TO nbAbsencesListees END-ADD
                           PERFORM DECIDER_DEMANDE_ABSENCE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fabsences
                IF nbAbsencesListees = 0 THEN
                   DISPLAY "Aucune demande d'absence en attente"
                END-IF.

           *>Cette méthode soumet au gerant la demande courante de
           *>fabsences (ouvert en I-O)
           DECIDER_DEMANDE_ABSENCE.
                PERFORM AFFICHER_FICHE_ABSENCE
                IF abs_employe = idEmploye THEN
                   DISPLAY "   Votre propre demande : elle doit etre"
                   DISPLAY "   decidee par un autre gerant"
                ELSE
                   MOVE SPACES TO reponseAbsence
                   PERFORM WITH TEST AFTER UNTIL
                       reponseAbsence = "A" OR reponseAbsence = "R"
                       OR reponseAbsence = "P"
                       DISPLAY "   Accorder (A), refuser (R) ou"
                       DISPLAY "   laisser en attente (P) ?"
                       ACCEPT reponseAbsence
                   END-PERFORM
                   IF reponseAbsence = "A" THEN
                      PERFORM ACCORDER_ABSENCE
                   END-IF
                   IF reponseAbsence = "R" THEN
                      DISPLAY "   Motif du refus"
                      ACCEPT abs_commentaire
                      MOVE "R" TO abs_statut
                      MOVE idEmploye TO abs_decidePar
                      MOVE FUNCTION CURRENT-DATE TO abs_dateDecision
                      REWRITE tamp_fabsence
                         INVALID KEY
                            DISPLAY "Erreur de reecriture"
                         NOT INVALID KEY
                            DISPLAY "   Demande refusee"
                            MOVE "TRAITER_DEMANDES_ABSENCE" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                            MOVE "fabsences" TO journalFichier
                            MOVE abs_id TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-REWRITE
                   END-IF
                END-IF.

           *>Cette méthode accorde l'absence du tampon fabsences
           *>(fichier ouvert en I-O) ; des conges payes sont debites
           *>du solde de l'employe, un solde insuffisant demandant
           *>confirmation (conges anticipes)
           ACCORDER_ABSENCE.
                MOVE 1 TO absenceValide
                IF ABSENCE_CONGES_PAYES THEN
                   PERFORM DEBITER_SOLDE_CONGES
                END-IF
                IF absenceValide = 1 THEN
                   MOVE "A" TO abs_statut
                   MOVE idEmploye TO abs_decidePar
                   MOVE FUNCTION CURRENT-DATE TO abs_dateDecision
                   REWRITE tamp_fabsence
                      INVALID KEY
                         DISPLAY "Erreur de reecriture"
                      NOT INVALID KEY
                         DISPLAY "   Absence accordee"
                         MOVE "ACCORDER_ABSENCE" TO journalParagraphe
                         MOVE "MODIFICATION" TO journalOperation
                         MOVE "fabsences" TO journalFichier
                         MOVE abs_id TO journalCle
                         PERFORM ENREGISTRER_JOURNAL
                   END-REWRITE
                END-IF.

           *>Cette méthode debite du solde de conges de l'employe les
           *>jours de l'absence du tampon fabsences ; absenceValide
           *>ressort a 0 si le gerant renonce devant un solde
           *>insuffisant
           DEBITER_SOLDE_CONGES.
                OPEN I-O femployes
                MOVE abs_employe TO em_id
                READ femployes KEY IS em_id
                   INVALID KEY
                      DISPLAY "Employe inconnu"
                      MOVE 0 TO absenceValide
                   NOT INVALID KEY
                      IF em_soldeConges < abs_nbJours THEN
                         MOVE em_soldeConges TO soldeCongesEdition
                         DISPLAY "   Solde de conges insuffisant : ",
                                 soldeCongesEdition, " j"
                         DISPLAY "   Accorder quand meme (conges"
                         DISPLAY "   anticipes) ? (O/N)"
                         ACCEPT reponseAbsence
                         IF reponseAbsence NOT = "O" AND
                            reponseAbsence NOT = "o" THEN
                            MOVE 0 TO absenceValide
                            DISPLAY "   Demande laissee en attente"
                         END-IF
                      END-IF
                      IF absenceValide = 1 THEN
                         SUBTRACT abs_nbJours FROM em_soldeConges
                             END-SUBTRACT
                         REWRITE tamp_femploye
                            INVALID KEY
                               DISPLAY "Erreur de mise a jour du solde"
                            NOT INVALID KEY
                               MOVE em_soldeConges TO
                                    soldeCongesEdition
                               DISPLAY "   Nouveau solde de conges : ",
                                       soldeCongesEdition, " j"
                               MOVE "DEBITER_SOLDE_CONGES" TO
                                    journalParagraphe
                               MOVE "MODIFICATION" TO journalOperation
                               MOVE "femployes" TO journalFichier
                               MOVE em_id TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                         END-REWRITE
                      END-IF
                END-READ
                CLOSE femployes.

           *>Cette méthode annule une absence demandee ou accordee ;
           *>des conges payes accordes sont recredites au solde
           ANNULER_ABSENCE.
                DISPLAY "Entrez le numero de l'absence a annuler"
                ACCEPT idAbsence
                OPEN I-O fabsences
                MOVE idAbsence TO abs_id
                READ fabsences KEY IS abs_id
                   INVALID KEY DISPLAY "Absence inconnue"
                   NOT INVALID KEY
                      PERFORM AFFICHER_FICHE_ABSENCE
                      IF NOT ABSENCE_DEMANDEE AND
                         NOT ABSENCE_APPROUVEE THEN
                         DISPLAY "Cette absence est deja refusee ou"
                         DISPLAY "annulee"
                      ELSE
                         IF ABSENCE_APPROUVEE AND
                            ABSENCE_CONGES_PAYES THEN
                            PERFORM RECREDITER_SOLDE_CONGES
                         END-IF
                         MOVE "X" TO abs_statut
                         MOVE idEmploye TO abs_decidePar
                         MOVE FUNCTION CURRENT-DATE TO
                              abs_dateDecision
                         REWRITE tamp_fabsence
                            INVALID KEY
                               DISPLAY "Erreur de reecriture"
                            NOT INVALID KEY
                               DISPLAY "Absence annulee"
                               MOVE "ANNULER_ABSENCE" TO
                                    journalParagraphe
                               MOVE "MODIFICATION" TO journalOperation
                               MOVE "fabsences" TO journalFichier
                               MOVE abs_id TO journalCle
                               PERFORM ENREGISTRER_JOURNAL
                         END-REWRITE
                      END-IF
                END-READ
                CLOSE fabsences.

           *>Cette méthode rend au solde de l'employe les jours de
           *>conges payes de l'absence annulee du tampon fabsences
           RECREDITER_SOLDE_CONGES.
                OPEN I-O femployes
                MOVE abs_employe TO em_id
                READ femployes KEY IS em_id
                   INVALID KEY DISPLAY "Employe inconnu"
                   NOT INVALID KEY
                      ADD abs_nbJours TO em_soldeConges END-ADD
                      REWRITE tamp_femploye
                         INVALID KEY
                            DISPLAY "Erreur de mise a jour du solde"
                         NOT INVALID KEY
                            MOVE em_soldeConges TO soldeCongesEdition
                            DISPLAY "Conges recredites, solde : ",
                                    soldeCongesEdition, " j"
                            MOVE "RECREDITER_SOLDE_CONGES" TO
                                 journalParagraphe
                            MOVE "MODIFICATION" TO journalOperation
                            MOVE "femployes" TO journalFichier
                            MOVE em_id TO journalCle
                            PERFORM ENREGISTRER_JOURNAL
                      END-REWRITE
                END-READ
                CLOSE femployes.

           *>Cette méthode affiche la fiche d'absence du tampon
           *>fabsences
           AFFICHER_FICHE_ABSENCE.
                DISPLAY "Absence ", abs_id, " de ", abs_employe,
                        " - type ", abs_type, " - statut ",
                        abs_statut
                DISPLAY "   Du ", abs_dateDebut, " (apres-midi : ",
                        abs_demiJourDebut, ") au ", abs_dateFin,
                        " (matin : ", abs_demiJourFin, ")"
                DISPLAY "   ", abs_nbJours, " jour(s) ouvrable(s)",
                        " - saisie par ", abs_saisiePar.

           *>Cette méthode affiche le solde de conges de l'employe
           *>employeAbsence et la liste de ses absences
           LISTER_ABSENCES_EMPLOYE.
                OPEN INPUT femployes
                MOVE employeAbsence TO em_id
                READ femployes KEY IS em_id
                   INVALID KEY DISPLAY "Employe inconnu"
                   NOT INVALID KEY
                      MOVE em_soldeConges TO soldeCongesEdition
                      DISPLAY "-- ABSENCES DE ", em_id, " ", em_nom,
                              " --"
                      DISPLAY "Solde de conges payes : ",
                              soldeCongesEdition, " j (acquis jusqu'a ",
                              em_dernierMoisAcquis, ")"
                END-READ
                CLOSE femployes
                MOVE 0 TO nbAbsencesListees
                OPEN INPUT fabsences
                MOVE employeAbsence TO abs_employe
                START fabsences KEY IS = abs_employe
                   INVALID KEY MOVE 0 TO WfinAbsence
                   NOT INVALID KEY MOVE 1 TO WfinAbsence
                END-START
                PERFORM UNTIL WfinAbsence = 0
                    READ fabsences NEXT
                    AT END MOVE 0 TO WfinAbsence
                    NOT AT END
                        IF abs_employe NOT = employeAbsence THEN
                           MOVE 0 TO WfinAbsence
                        ELSE
                           ADD 1 TO nbAbsencesListees END-ADD
                           PERFORM AFFICHER_FICHE_ABSENCE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fabsences
                IF nbAbsencesListees = 0 THEN
                   DISPLAY "Aucune absence enregistree"
                END-IF.

           *>Cette méthode decompte dans joursComptesAbs les jours
           *>ouvrables (lundi au samedi, hors jours feries) de
           *>l'absence dateDebutAbsence - dateFinAbsence compris entre
           *>borneDebutAbs et borneFinAbs, demi-journees deduites
           COMPTER_JOURS_ABSENCE.
                MOVE 0 TO joursComptesAbs
                IF dateDebutAbsence > borneDebutAbs THEN
                   MOVE dateDebutAbsence TO dateJourNum
                ELSE
                   MOVE borneDebutAbs TO dateJourNum
                END-IF
                MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                     entierJourAbs
                IF dateFinAbsence < borneFinAbs THEN
                   MOVE dateFinAbsence TO dateJourNum
                ELSE
                   MOVE borneFinAbs TO dateJourNum
                END-IF
                MOVE FUNCTION INTEGER-OF-DATE(dateJourNum) TO
                     entierFinAbs
                OPEN INPUT fjoursFeries
                PERFORM UNTIL entierJourAbs > entierFinAbs
                    PERFORM COMPTER_UN_JOUR_ABSENCE
                    ADD 1 TO entierJourAbs END-ADD
                END-PERFORM
                CLOSE fjoursFeries.

           *>Cette méthode compte le jour entierJourAbs s'il est
           *>ouvrable (le 1er janvier 1601 de la numerotation etait un
           *>lundi : un reste de 0 sur 7 tombe un dimanche)
           COMPTER_UN_JOUR_ABSENCE.
                IF FUNCTION MOD(entierJourAbs, 7) NOT = 0 THEN
                   MOVE FUNCTION DATE-OF-INTEGER(entierJourAbs) TO
                        dateJourNum
                   MOVE dateJourNum TO dateJourAbs
                   MOVE dateJourAbs TO jf_date
                   READ fjoursFeries KEY IS jf_date
                      INVALID KEY
                         ADD 1 TO joursComptesAbs END-ADD
                         IF dateJourAbs = dateDebutAbsence AND
                            demiJourDebutAbs = "O" THEN
                            SUBTRACT 0.5 FROM joursComptesAbs
                                END-SUBTRACT
                         END-IF
                         IF dateJourAbs = dateFinAbsence AND
                            demiJourFinAbs = "O" THEN
                            SUBTRACT 0.5 FROM joursComptesAbs
                                END-SUBTRACT
                         END-IF
                      NOT INVALID KEY
                         CONTINUE
                   END-READ
                END-IF.

           *>Cette méthode signale (chevauchementAbsence a 1) une
           *>absence demandee ou accordee de l'employe employeAbsence
           *>qui recouvre la periode saisie
           VERIFIER_CHEVAUCHEMENT_ABSENCE.
                MOVE 0 TO chevauchementAbsence
                OPEN INPUT fabsences
                MOVE employeAbsence TO abs_employe
                START fabsences KEY IS = abs_employe
                   INVALID KEY MOVE 0 TO WfinAbsence
                   NOT INVALID KEY MOVE 1 TO WfinAbsence
                END-START
                PERFORM UNTIL WfinAbsence = 0
                    READ fabsences NEXT
                    AT END MOVE 0 TO WfinAbsence
                    NOT AT END
                        IF abs_employe NOT = employeAbsence THEN
                           MOVE 0 TO WfinAbsence
                        ELSE
                           IF (ABSENCE_DEMANDEE OR ABSENCE_APPROUVEE)
                              AND abs_dateDebut NOT > dateFinAbsence
                              AND abs_dateFin NOT < dateDebutAbsence
                              THEN
                              MOVE 1 TO chevauchementAbsence
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fabsences.

           *>Cette méthode indique si l'employe employeAbsence est
           *>absent le jour dateAbsenceTest : periodeAbsence vaut J
           *>(journee), M (matin), A (apres-midi) pour une absence
           *>accordee, espace sinon ; absenceEnAttente signale une
           *>demande non encore decidee
           CHERCHER_ABSENCE_JOUR.
                MOVE SPACE TO periodeAbsence
                MOVE 0 TO absenceEnAttente
                MOVE SPACES TO typeAbsenceTrouve
                OPEN INPUT fabsences
                MOVE employeAbsence TO abs_employe
                START fabsences KEY IS = abs_employe
                   INVALID KEY MOVE 0 TO WfinAbsence
                   NOT INVALID KEY MOVE 1 TO WfinAbsence
                END-START
                PERFORM UNTIL WfinAbsence = 0
                    READ fabsences NEXT
                    AT END MOVE 0 TO WfinAbsence
                    NOT AT END
                        IF abs_employe NOT = employeAbsence THEN
                           MOVE 0 TO WfinAbsence
                        ELSE
                           IF abs_dateDebut NOT > dateAbsenceTest AND
                              abs_dateFin NOT < dateAbsenceTest THEN
                              IF ABSENCE_APPROUVEE THEN
                                 MOVE abs_type TO typeAbsenceTrouve
                                 PERFORM SITUER_DEMI_JOURNEE
                              END-IF
                              IF ABSENCE_DEMANDEE THEN
                                 MOVE 1 TO absenceEnAttente
                              END-IF
                           END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fabsences.

           *>Cette méthode situe dans la journee dateAbsenceTest
           *>l'absence accordee du tampon fabsences ; deux
           *>demi-journees accordees le meme jour font une journee
           SITUER_DEMI_JOURNEE.
                IF abs_dateDebut = dateAbsenceTest AND
                   ABS_DEBUT_APRES_MIDI THEN
                   MOVE "A" TO periodeTrouvee
                ELSE IF abs_dateFin = dateAbsenceTest AND
                        ABS_FIN_MIDI THEN
                   MOVE "M" TO periodeTrouvee
                ELSE
                   MOVE "J" TO periodeTrouvee
                END-IF
                IF periodeAbsence = SPACE OR
                   periodeAbsence = periodeTrouvee THEN
                   MOVE periodeTrouvee TO periodeAbsence
                ELSE
                   MOVE "J" TO periodeAbsence
                END-IF.

           *>Cette méthode affiche l'absence trouvee par
           *>CHERCHER_ABSENCE_JOUR
           AFFICHER_ABSENCE_JOUR.
                EVALUATE periodeAbsence
                    WHEN "M"
                       DISPLAY "ATTENTION : employe absent le matin (",
                               typeAbsenceTrouve, ")"
                    WHEN "A"
                       DISPLAY "ATTENTION : employe absent l'apres-",
                               "midi (", typeAbsenceTrouve, ")"
                    WHEN OTHER
                       DISPLAY "ATTENTION : employe absent toute la",
                               " journee (", typeAbsenceTrouve, ")"
                END-EVALUATE.

           *>Cette méthode credite aux employes actifs les conges
           *>payes acquis jusqu'au mois moisAcquisition (2,5 jours
           *>ouvrables par mois) ; un mois deja credite ne l'est pas
           *>une seconde fois, un mois oublie est rattrape
           ACQUERIR_CONGES_MOIS.
                MOVE 0 TO nbEmployesAcquis
                COMPUTE rangMoisAcquisition =
                    FUNCTION NUMVAL(moisAcquisition(1:4)) * 12
                    + FUNCTION NUMVAL(moisAcquisition(5:2))
                MOVE 1 TO WfinEmploye
                OPEN I-O femployes
                PERFORM WITH TEST AFTER UNTIL WfinEmploye = 0
                    READ femployes NEXT
                    AT END MOVE 0 TO WfinEmploye
                    NOT AT END
                        IF EMPLOYE_ACTIF THEN
                           PERFORM ACQUERIR_CONGES_EMPLOYE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE femployes
                DISPLAY "Conges acquis credites a ", nbEmployesAcquis,
                        " employe(s) jusqu'a ", moisAcquisition.

           *>Cette méthode credite a l'employe courant de femployes
           *>(ouvert en I-O) les mois acquis non encore credites
           ACQUERIR_CONGES_EMPLOYE.
                IF em_dernierMoisAcquis IS NUMERIC THEN
                   COMPUTE rangDernierAcquis =
                       FUNCTION NUMVAL(em_dernierMoisAcquis(1:4)) * 12
                       + FUNCTION NUMVAL(em_dernierMoisAcquis(5:2))
                ELSE
                   COMPUTE rangDernierAcquis = rangMoisAcquisition - 1
                END-IF
                IF rangMoisAcquisition > rangDernierAcquis THEN
                   COMPUTE em_soldeConges = em_soldeConges
                       + (rangMoisAcquisition - rangDernierAcquis)
                       * CONGES_ACQUIS_MOIS
                   MOVE moisAcquisition TO em_dernierMoisAcquis
                   REWRITE tamp_femploye
                      INVALID KEY
                         DISPLAY "Erreur de mise a jour de ", em_id
                      NOT INVALID KEY
                         ADD 1 TO nbEmployesAcquis END-ADD
                         MOVE em_soldeConges TO soldeCongesEdition
                         DISPLAY em_id, " : solde ",
                                 soldeCongesEdition, " j"
                         MOVE "ACQUERIR_CONGES_MOIS" TO
                              journalParagraphe
                         MOVE "MODIFICATION" TO journalOperation
                         MOVE "femployes" TO journalFichier
                         MOVE em_id TO journalCle
                         PERFORM ENREGISTRER_JOURNAL
                   END-REWRITE
                END-IF.
