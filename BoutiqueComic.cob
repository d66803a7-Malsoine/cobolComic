           access mode is dynamic
           record key is fv_id
           alternate record key is fv_datevente WITH DUPLICATES
           alternate record key is fv_client WITH DUPLICATES
           alternate record key is fv_idRef WITH DUPLICATES
           file status is cr_fventes.

           select finventaire assign to nomFichierInventaire
           organization indexed
           access mode is dynamic
           record key is fi_id
           alternate record key is fi_titre
           alternate record key is fi_auteur WITH DUPLICATES
           alternate record key is fi_isbn WITH DUPLICATES
           file status is cr_finventaire.

           access mode is dynamic
           record key is fva_id
           alternate record key is fva_datevente WITH DUPLICATES
           alternate record key is fva_client WITH DUPLICATES
           alternate record key is fva_idRef WITH DUPLICATES
           file status is cr_fventesArchive.

           select fnotification assign to nomNotification
           organization indexed
           access mode is dynamic
           record key is promo_code
           alternate record key is promo_idVenteEmission
               WITH DUPLICATES
           alternate record key is promo_idRegle WITH DUPLICATES
           file status is cr_fpromotions.

           select fventesLignes assign to nomFichierVentesLignes
           organization indexed
           access mode is dynamic
           record key is fvl_cle
           alternate record key is fvl_idRef WITH DUPLICATES
           file status is cr_fventesLignes.

           select fsessionsCaisse assign to nomFichierSessions
           organization indexed
           access mode is dynamic
           record key is fe_id
           alternate record key is fe_idRef WITH DUPLICATES
           file status is cr_fexemplaires.

           select fmouvStock assign to nomFichierMouvStock
           organization indexed
           access mode is dynamic
           record key is ms_id
           alternate record key is ms_idRef WITH DUPLICATES
           file status is cr_fmouvStock.

           select fdemarques assign to nomFichierDemarques
           organization line sequential
           file status is cr_fanalyseCsv.

           select ffec assign to nomFec
           organization line sequential
           file status is cr_ffec.

           select fcatalogueDocs assign to nomFichierCatalDocs
           organization indexed
           access mode is dynamic
           record key is tr_id
           file status is cr_ftransferts.

           select fpropTransferts assign to
           "propositions_transferts.dat"
           organization indexed
           access mode is dynamic
           record key is prt_id
           file status is cr_fpropTransferts.

           select fcontroles assign to "controles.dat"
           organization indexed
           access mode is dynamic
           record key is cml_cle
           file status is cr_fcommandesLignes.

           select fcommandes assign to nomFichierCommandes
           organization indexed
           access mode is dynamic
           record key is cmd_id
           file status is cr_fcommandes.

           select fplans assign to "plans_paiement.dat"
           organization indexed
           access mode is dynamic
           record key is ps_cle
           file status is cr_fphotosStock.

           select fphotosMagasin assign to "photos_magasin.dat"
           organization indexed
           access mode is dynamic
           record key is psm_cle
           file status is cr_fphotosMagasin.

           select frangements assign to "rangements_reception.dat"
           organization indexed
           access mode is dynamic
           record key is rg_id
           file status is cr_frangements.

           select fclientsEfacture assign to "clients_efacture.dat"
           organization indexed
           access mode is dynamic
           record key is cef_idClient
           file status is cr_fclientsEfacture.

           select fefactures assign to "efactures.dat"
           organization indexed
           access mode is dynamic
           record key is efa_numero
           file status is cr_fefactures.

           select fefactureXml assign to nomEfacture
           organization line sequential
           file status is cr_fefactureXml.

      *>Vues des fichiers de ventes construits avant les cles
      *>client et titre, et leur fichier de dechargement, pour la
      *>reconstruction unique des index
           select fventesAvantIndex assign to nomFichierVentes
           organization indexed
           access mode is dynamic
           record key is fvx_id
           alternate record key is fvx_dateVente WITH DUPLICATES
           file status is cr_fventesAvantIndex.

           select fventesArchiveAvantIndex
           assign to "ventes_archive.dat"
           organization indexed
           access mode is dynamic
           record key is fvax_id
           alternate record key is fvax_dateVente WITH DUPLICATES
           file status is cr_fventesArchAvantIndex.

           select fventesLignesAvantIndex
           assign to nomFichierVentesLignes
           organization indexed
           access mode is dynamic
           record key is fvlx_cle
           file status is cr_fventesLignAvantIndex.

           select fdechargement assign to nomDechargement
           organization line sequential
           file status is cr_fdechargement.

      *>Vues des fichiers dont la cle a change avec la designation
      *>des articles par leur id, pour leur conversion unique :
      *>inventaire cle sur le titre, exemplaires et mouvements cles
      *>sur le titre, comptages, allocations et photos de stock cles
      *>sans l'id de reference
           select finventaireAvantId assign to nomFichierInventaire
           organization indexed
           access mode is dynamic
           record key is fix_titre
           alternate record key is fix_auteur WITH DUPLICATES
           alternate record key is fix_id
           alternate record key is fix_isbn WITH DUPLICATES
           file status is cr_finventaireAvantId.

           select fexemplairesAvantId assign to nomFichierExemplaires
           organization indexed
           access mode is dynamic
           record key is fex_id
           alternate record key is fex_titre WITH DUPLICATES
           file status is cr_fexemplairesAvantId.

           select fmouvStockAvantId assign to nomFichierMouvStock
           organization indexed
           access mode is dynamic
           record key is msx_id
           alternate record key is msx_titre WITH DUPLICATES
           file status is cr_fmouvStockAvantId.

           select fcomptagesAvantId assign to "comptages.dat"
           organization indexed
           access mode is dynamic
           record key is cpx_cle
           file status is cr_fcomptagesAvantId.

           select fallocationsAvantId assign to nomFichierAllocations
           organization indexed
           access mode is dynamic
           record key is alx_cle
           file status is cr_fallocationsAvantId.

           select fphotosStockAvantId assign to "photos_stock.dat"
           organization indexed
           access mode is dynamic
           record key is psx_cle
           file status is cr_fphotosStockAvantId.

           select farchivePurge assign to nomArchivePurge
           organization line sequential
           file status is cr_farchivePurge.

           select fquarantaine assign to "quarantaine.dat"
           organization indexed
           access mode is dynamic
           record key is qr_id
           file status is cr_fquarantaine.

           select fhistoriquePrix assign to nomFichierHistoPrix
           organization indexed
           access mode is dynamic
           record key is pg_cle
           file status is cr_fpaiements.

           select fcalendrier assign to "calendrier_sorties.dat"
           organization indexed
           access mode is dynamic
           record key is cs_id
           alternate record key is cs_titre WITH DUPLICATES
           alternate record key is cs_isbn WITH DUPLICATES
           file status is cr_fcalendrier.

           select fsortiesDistrib assign to nomSortiesDistrib
           organization line sequential
           file status is cr_fsortiesDistrib.

           select fpropositionsFOC assign to "propositions_foc.dat"
           organization indexed
           access mode is dynamic
           record key is pf_idSortie
           file status is cr_fpropositionsFOC.

           select fediteurs assign to "editeurs.dat"
           organization indexed
           access mode is dynamic
           record key is ed_id
           alternate record key is ed_nom WITH DUPLICATES
           file status is cr_fediteurs.

           select fluxBiblio assign to nomFluxBiblio
           organization line sequential
           file status is cr_fluxBiblio.

           select fnotices assign to "notices_biblio.dat"
           organization indexed
           access mode is dynamic
           record key is nt_isbn
           file status is cr_fnotices.

           select fexpeditions assign to "expeditions.dat"
           organization indexed
           access mode is dynamic
           record key is ex_id
           alternate record key is ex_idCommande WITH DUPLICATES
           alternate record key is ex_numeroSuivi WITH DUPLICATES
           file status is cr_fexpeditions.

           select fluxLivraisons assign to nomFluxLivraisons
           organization line sequential
           file status is cr_fluxLivraisons.

           select fprepaiementsWeb assign to "prepaiements_web.dat"
           organization indexed
           access mode is dynamic
           record key is pw_id
           alternate record key is pw_reference WITH DUPLICATES
           file status is cr_fprepaiementsWeb.

           select fversementsWeb assign to nomVersementsWeb
           organization line sequential
           file status is cr_fversementsWeb.

           select favisExpedition assign to "avis_expedition.dat"
           organization indexed
           access mode is dynamic
           record key is av_cle
           file status is cr_favisExpedition.

           select ffacturesFournLignes assign to
           "factures_fourn_lignes.dat"
           organization indexed
           access mode is dynamic
           record key is ffl_cle
           file status is cr_ffacturesFournLignes.

           select ffraisApproche assign to "frais_approche.dat"
           organization indexed
           access mode is dynamic
           record key is fap_id
           file status is cr_ffraisApproche.

           select freglementsCarte assign to "reglements_cb.dat"
           organization indexed
           access mode is dynamic
           record key is rgc_date
           file status is cr_freglementsCarte.

           select freleveBanque assign to nomReleveBanque
           organization line sequential
           file status is cr_freleveBanque.

           select flignesBanque assign to "releve_banque.dat"
           organization indexed
           access mode is dynamic
           record key is lb_id
           file status is cr_flignesBanque.

           select fmandatsSepa assign to "mandats_sepa.dat"
           organization indexed
           access mode is dynamic
           record key is mdt_idClient
           file status is cr_fmandatsSepa.

           select fprelevements assign to "prelevements_sepa.dat"
           organization indexed
           access mode is dynamic
           record key is prl_id
           file status is cr_fprelevements.

           select fchequesImpayes assign to "cheques_impayes.dat"
           organization indexed
           access mode is dynamic
           record key is ci_id
           file status is cr_fchequesImpayes.

           select fcoffre assign to "coffre.dat"
           organization indexed
           access mode is dynamic
           record key is cof_id
           file status is cr_fcoffre.

           select fbilletages assign to "billetages.dat"
           organization indexed
           access mode is dynamic
           record key is bi_id
           file status is cr_fbilletages.

           select fdepenses assign to "depenses.dat"
           organization indexed
           access mode is dynamic
           record key is dep_id
           file status is cr_fdepenses.

           select fimmobilisations assign to "immobilisations.dat"
           organization indexed
           access mode is dynamic
           record key is im_id
           file status is cr_fimmobilisations.

           select fptsFidelite assign to "points_fidelite.dat"
           organization indexed
           access mode is dynamic
           record key is pf_id
           alternate record key is pf_idClient WITH DUPLICATES
           file status is cr_fptsFidelite.

           select fstatutsClients assign to "statuts_clients.dat"
           organization indexed
           access mode is dynamic
           record key is sc_idClient
           file status is cr_fstatutsClients.

           select ffoyers assign to "foyers.dat"
           organization indexed
           access mode is dynamic
           record key is fo_idClient
           alternate record key is fo_idFoyer WITH DUPLICATES
           file status is cr_ffoyers.

           select fconsentements assign to "consentements.dat"
           organization indexed
           access mode is dynamic
           record key is cn_id
           alternate record key is cn_idClient WITH DUPLICATES
           file status is cr_fconsentements.

           select fcontactsACorriger assign to "contacts_a_corriger.dat"
           organization indexed
           access mode is dynamic
           record key is ca_idClient
           file status is cr_fcontactsACorriger.

           select fcomptesWeb assign to "comptes_web.dat"
           organization indexed
           access mode is dynamic
           record key is cw_idClient
           alternate record key is cw_login
           file status is cr_fcomptesWeb.

           select fexportComptesWeb assign to "comptes_clients_web.csv"
           organization line sequential
           file status is cr_fexportComptesWeb.

           select fdossiersClients assign to "dossiers_clients.dat"
           organization indexed
           access mode is dynamic
           record key is ds_id
           alternate record key is ds_client WITH DUPLICATES
           file status is cr_fdossiersClients.

           select fnotesDossiers assign to "notes_dossiers.dat"
           organization indexed
           access mode is dynamic
           record key is nd_cle
           file status is cr_fnotesDossiers.

           select freglesRebond assign to "regles_rebond.dat"
           organization indexed
           access mode is dynamic
           record key is rr_id
           file status is cr_freglesRebond.

           select fpaniersGares assign to nomFichierPaniersGares
           organization indexed
           access mode is dynamic
           record key is pgh_ticket
           file status is cr_fpaniersGares.

           select flignesGarees assign to nomFichierLignesGarees
           organization indexed
           access mode is dynamic
           record key is pgl_cle
           file status is cr_flignesGarees.

           select fachatsPersonnel assign to nomFichierAchatsPerso
           organization indexed
           access mode is dynamic
           record key is ap_idVente
           alternate record key is ap_employe WITH DUPLICATES
           file status is cr_fachatsPersonnel.

           select fjoursFeries assign to "jours_feries.dat"
           organization indexed
           access mode is dynamic
           record key is jf_date
           file status is cr_fjoursFeries.

           select fabsences assign to "absences.dat"
           organization indexed
           access mode is dynamic
           record key is abs_id
           alternate record key is abs_employe WITH DUPLICATES
           file status is cr_fabsences.

           select frappels assign to "rappels_produits.dat"
           organization indexed
           access mode is dynamic
           record key is rp_id
           file status is cr_frappels.

           select frappelsLignes assign to "rappels_lignes.dat"
           organization indexed
           access mode is dynamic
           record key is rpl_cle
           file status is cr_frappelsLignes.

           select fcalendrierMagasin assign to "calendrier_magasin.dat"
           organization indexed
           access mode is dynamic
           record key is cm_cle
           file status is cr_fcalendrierMagasin.

           select fprovenances assign to "provenances.dat"
           organization indexed
           access mode is dynamic
           record key is pv_cle
           alternate record key is pv_artiste WITH DUPLICATES
           file status is cr_fprovenances.

           select fannonces assign to "annonces_marche.dat"
           organization indexed
           access mode is dynamic
           record key is an_id
           alternate record key is an_idExemplaire WITH DUPLICATES
           file status is cr_fannonces.

           select fannoncesCsv assign to nomFichierAnnonces
           organization line sequential
           file status is cr_fannoncesCsv.

           select fventesPlaceMarche assign to nomVentesPlaceMarche
           organization line sequential
           file status is cr_fventesPlaceMarche.

           select ftriTravail assign to "tri_travail.tmp".

           select ftriChrono assign to "tri_chrono.tmp".

           select ftriFec assign to "tri_fec.tmp".



       DATA DIVISION.
           01 tamp_fachats.
                02 fa_id PIC 9(15).
                02 fa_dateAchat PIC X(10).
                02 fa_titreComics PIC X(30).
                02 fa_idRef PIC 9(15).
                02 fa_quantite PIC 9(4).
                02 fa_prixAchat PIC 9(6)v9(2).
                02 fa_idFournisseur PIC 9(15).
                    88 ACHAT_RACHAT_CLIENT VALUE "C".
                02 fa_idClient PIC 9(15).
                02 fa_magasin PIC X(2).
      *>Commande fournisseur dont l'achat est la reception (0 hors
      *>reception de commande)
                02 fa_idCommandeFourn PIC 9(15).
       FD fventes.
           01 tamp_fvente.
                02 fv_id PIC 9(15).
                    03 dateMonthV PIC X(2).
                    03 dateDayV PIC X(2).
                    03 FILLER PIC X(2).
                02 fv_titreComics PIC X(30).
                02 fv_idRef PIC 9(15).
                02 fv_prixVenteHT PIC 9(6)v9(2).
                02 fv_montantTVA PIC 9(6)v9(2).
                02 fv_prixVente PIC 9(6)v9(2).
                    88 PAIEMENT_BON VALUE "BA".
                    88 PAIEMENT_COMPTE VALUE "CP".
                    88 PAIEMENT_MIXTE VALUE "MX".
                    88 PAIEMENT_PREPAYE_WEB VALUE "WB".
                    88 PAIEMENT_RETENUE_SALAIRE VALUE "RS".
                    88 PAIEMENT_PLACE_MARCHE VALUE "PM".
                02 fv_idSession PIC 9(15).
                02 fv_acompte PIC 9(6)v9(2).
                02 fv_resteDu PIC 9(6)v9(2).
                    88 RECU_PAPIER VALUE "P".
                    88 RECU_MAIL VALUE "M".
                    88 RECU_PAPIER_ET_MAIL VALUE "B".
      *>Commande d'origine d'une vente creee au retrait d'une
      *>commande client (0 pour une vente passee en caisse) : ses
      *>reglements de prise de commande se suivent dans fcommandes
                02 fv_idCommande PIC 9(15).
       FD finventaire.
           01 tamp_finventaire.
               02 fi_id PIC 9(15).
               02 fi_titre PIC X(30).
               02 fi_auteur PIC A(30).
               02 fi_quantite PIC 9(4).
               02 fi_prix PIC 9(6)v9(2).
               02 fi_ratingMature PIC X(1).
                   88 COMIC_TOUT_PUBLIC VALUE "N".
                   88 COMIC_DECONSEILLE_MINEURS VALUE "O".
               02 fi_serie PIC X(30).
               02 fi_idConsignataire PIC 9(15).
               02 fi_tauxCommission PIC 9(3).
               02 fi_categorie PIC X(2).
                   88 CAT_FIGURINE VALUE "FI".
                   88 CAT_GOODIES VALUE "GO".
                   88 CAT_JEU_CARTES VALUE "JE".
               02 fi_idEditeur PIC 9(15).
               02 fi_saisieLocale PIC X(1).
                   88 REFERENCE_SAISIE_LOCALE VALUE "O".
                   88 REFERENCE_ISSUE_DU_FLUX VALUE "N".
       FD fclients.
           01 tamp_fclient.
               02 fc_id PIC 9(15).
               02 fc_nom PIC A(30).
               02 fc_tel PIC 9(10).
               02 fc_mail PIC A(30).
               02 fc_ptsFidelite PIC 9(5).
               02 fc_typeClient PIC X(1).
                   88 CLIENT_STANDARD VALUE "S".
                   88 CLIENT_FIDELE VALUE "F".
                   88 CLIENT_PROFESSIONNEL VALUE "P".
                   88 CLIENT_COLLECTIVITE VALUE "C".
               02 fc_soldeCompte PIC S9(8)v9(2).
               02 fc_limiteCredit PIC 9(8)v9(2).
               02 fc_dateNaissance PIC X(8).
               02 ja_fichier PIC A(15).
               02 ja_cle PIC X(15).
               02 ja_magasin PIC X(2).
      *>Le PIN n'est plus conserve en clair : seule son empreinte
      *>salee est gardee, avec les empreintes des derniers PIN pour
      *>en interdire la reutilisation ; cred_pin ne sert plus qu'a
      *>la conversion des anciens enregistrements en clair
       FD fcredentials.
           01 tamp_fcredentials.
               02 cred_id PIC X(10).
               02 cred_pin PIC 9(4).
               02 cred_formatPin PIC X(1).
                   88 PIN_HACHE VALUE "H".
               02 cred_sel PIC 9(8).
               02 cred_empreinte PIC 9(12).
               02 cred_nbEchecs PIC 9(2).
               02 cred_verrou PIC X(1).
                   88 COMPTE_PIN_VERROUILLE VALUE "O".
               02 cred_dateChangement PIC X(8).
               02 cred_changementForce PIC X(1).
                   88 CHANGEMENT_PIN_FORCE VALUE "O".
               02 cred_historique OCCURS 5.
                   03 cred_ancienSel PIC 9(8).
                   03 cred_ancienneEmpreinte PIC 9(12).
       FD fticket.
           01 ligneTicket PIC X(80).
       FD fventesArchive.
                02 fva_id PIC 9(15).
                02 fva_statut PIC 9(15).
                02 fva_dateVente PIC X(10).
                02 fva_titreComics PIC X(30).
                02 fva_idRef PIC 9(15).
                02 fva_prixVenteHT PIC 9(6)v9(2).
                02 fva_montantTVA PIC 9(6)v9(2).
                02 fva_prixVente PIC 9(6)v9(2).
                02 fva_client PIC 9(15).
                02 fva_employe PIC X(10).
      *>Magasin de la vente archivee (vide pour les ventes
      *>archivees avant que l'archive ne le conserve)
                02 fva_magasin PIC X(2).
       FD fnotification.
           01 ligneNotification PIC X(80).
       FD fclientsCsv.
       FD fwishlist.
           01 tamp_fwishlist.
               02 wl_id PIC 9(15).
               02 wl_titreComics PIC X(30).
               02 wl_idRef PIC 9(15).
               02 wl_client PIC 9(15).
               02 wl_dateAjout PIC X(10).
               02 wl_statut PIC 9(1).
               02 promo_actif PIC X(1).
                   88 PROMO_ACTIVE VALUE "O".
                   88 PROMO_INACTIVE VALUE "N".
      *>Un bon de retour (type R) est emis sur le recu d'une vente
      *>par une regle de freglesRebond : il est nominatif, a usage
      *>unique, valable sur une fenetre de dates et ne s'applique
      *>qu'aux lignes de la cible (tout, categorie ou serie)
               02 promo_type PIC X(1).
                   88 PROMO_CODE_GENERAL VALUE " " "G".
                   88 PROMO_BON_RETOUR VALUE "R".
               02 promo_montant PIC 9(6)v9(2).
               02 promo_dateDebut PIC X(8).
               02 promo_client PIC 9(15).
               02 promo_idVenteEmission PIC 9(15).
               02 promo_idRegle PIC 9(15).
               02 promo_typeCible PIC X(1).
               02 promo_cible PIC X(30).
               02 promo_utilise PIC X(1).
                   88 BON_RETOUR_UTILISE VALUE "O".
                   88 BON_RETOUR_DISPONIBLE VALUE "N".
               02 promo_idVenteUtilisation PIC 9(15).

       FD fventesLignes.
           01 tamp_fventeLigne.
               02 fvl_cle.
                   03 fvl_idVente PIC 9(15).
                   03 fvl_noLigne PIC 9(3).
               02 fvl_titreComics PIC X(30).
               02 fvl_idRef PIC 9(15).
               02 fvl_quantite PIC 9(4).
               02 fvl_prixUnitaireHT PIC 9(6)v9(2).
               02 fvl_prixLigneHT PIC 9(6)v9(2).
               02 fvl_montantTVA PIC 9(6)v9(2).
               02 fvl_prixLigneTTC PIC 9(6)v9(2).
               02 fvl_tauxTVA PIC 9v9(3).
      *>Prix public HT de reference d'un livre (0 pour les autres
      *>categories) et remise ecretee au plafond legal sur la ligne
               02 fvl_prixPublicHT PIC 9(6)v9(2).
               02 fvl_remiseEcretee PIC 9(6)v9(2).
      *>Ligne d'un exemplaire d'occasion rachete a un particulier,
      *>taxee sur la marge (prix de vente moins prix de rachat) :
      *>fvl_coutAchatMarge porte le prix de rachat de la ligne
               02 fvl_regimeMarge PIC 9.
                   88 LIGNE_REGIME_MARGE VALUE 1.
               02 fvl_coutAchatMarge PIC 9(6)v9(2).

       FD fsessionsCaisse.
           01 tamp_fsessionCaisse.
                   88 SESSION_OUVERTE VALUE 0.
                   88 SESSION_FERMEE VALUE 1.
               02 sc_idRemise PIC 9(15).
      *>Magasin du poste qui a ouvert la session
               02 sc_magasin PIC X(2).

       FD fmouvCaisse.
           01 tamp_fmouvCaisse.
               02 ba_statut PIC 9(1).
                   88 BON_ACTIF VALUE 0.
                   88 BON_EPUISE VALUE 1.
                   88 BON_EXPIRE VALUE 2.
               02 ba_dateExpiration PIC X(8).
               02 ba_relance PIC X(1).
                   88 BON_RELANCE VALUE "O".
               02 ba_montantExpire PIC 9(6)v9(2).
               02 ba_dateLiberation PIC X(8).

       FD fcommandesFourn.
           01 tamp_fcommandeFourn.
               02 cfl_cle.
                   03 cfl_idCommande PIC 9(15).
                   03 cfl_noLigne PIC 9(3).
               02 cfl_titreComics PIC X(30).
               02 cfl_idRef PIC 9(15).
               02 cfl_quantiteCommandee PIC 9(4).
               02 cfl_quantiteRecue PIC 9(4).
      *>Prix unitaire engage a la commande (dernier prix d'achat
      *>connu, ou a defaut le prix de la premiere reception) et
      *>quantite deja facturee, pour le rapprochement des factures
               02 cfl_prixUnitaire PIC 9(6)v9(2).
               02 cfl_quantiteFacturee PIC 9(4).
      *>Reponse du fournisseur a la transmission electronique de la
      *>commande (accuse EDI) : confirmee, substituee, indisponible
               02 cfl_confirmation PIC X(1).
                   88 FACTURE_A_PAYER VALUE 0.
                   88 FACTURE_PAYEE VALUE 1.
                   88 FACTURE_CONTESTEE VALUE 2.
      *>Rapprochement a trois voies (commande, reception, facture) :
      *>seule une facture rapprochee ou liberee par le gerant entre
      *>dans les reglements
               02 ff_idCommandeFourn PIC 9(15).
               02 ff_rapprochement PIC X(1).
                   88 FACTURE_NON_RAPPROCHEE VALUE "N" " ".
                   88 FACTURE_RAPPROCHEE VALUE "R".
                   88 FACTURE_LIBEREE VALUE "L".
      *>Montant effectivement vire (net des avoirs imputes) et
      *>pointage du virement sur le releve bancaire
               02 ff_montantRegle PIC 9(8)v9(2).
               02 ff_pointage PIC X(1).
                   88 FACTURE_POINTEE VALUE "P".
               02 ff_datePointage PIC X(8).

       FD favoirsFourn.
           01 tamp_favoirFourn.
               02 af_id PIC 9(15).
               02 af_idFournisseur PIC 9(15).
               02 af_nomFournisseur PIC A(30).
               02 af_titreComics PIC X(30).
               02 af_idRef PIC 9(15).
               02 af_quantite PIC 9(4).
               02 af_montant PIC 9(8)v9(2).
               02 af_dateEmission PIC X(10).
           01 tamp_fcomptage.
               02 cp_cle.
                   03 cp_idSession PIC 9(15).
                   03 cp_idRef PIC 9(15).
               02 cp_titre PIC X(30).
               02 cp_quantiteComptee PIC 9(4).
               02 cp_dateComptage PIC X(10).

       FD fexemplaires.
           01 tamp_fexemplaire.
               02 fe_id PIC 9(15).
               02 fe_titre PIC X(30).
               02 fe_idRef PIC 9(15).
               02 fe_condition PIC X(2).
               02 fe_prix PIC 9(6)v9(2).
               02 fe_emplacement PIC X(10).
      *>Un exemplaire parti chez le service de gradation est hors
      *>disponibilite jusqu'a son retour note et retarife
                   88 EXEMPLAIRE_EN_GRADATION VALUE 4.
      *>Un exemplaire retire de la vente par un rappel de l'editeur
      *>est parti au fournisseur avec le stock rappele
                   88 EXEMPLAIRE_RAPPELE VALUE 5.
      *>Un exemplaire annonce sur la place de marche en ligne est
      *>retenu hors de la vente en caisse tant que l'annonce dure
                   88 EXEMPLAIRE_EN_ANNONCE VALUE 6.
               02 fe_idVente PIC 9(15).
      *>Un exemplaire rachete a un particulier releve du regime de la
      *>marge a la revente ; fe_coutAchat garde son prix de rachat
               02 fe_regimeMarge PIC 9.
                   88 EXEMPLAIRE_REGIME_MARGE VALUE 1.
               02 fe_coutAchat PIC 9(6)v9(2).

       FD fmouvStock.
           01 tamp_fmouvStock.
               02 ms_id PIC X(13).
               02 ms_date PIC X(10).
               02 ms_titre PIC X(30).
               02 ms_idRef PIC 9(15).
               02 ms_quantite PIC S9(4).
               02 ms_motif PIC X(10).
               02 ms_reference PIC X(15).
           01 tamp_fdemarque.
               02 dm_id PIC 9(15).
               02 dm_date PIC X(10).
               02 dm_titre PIC X(30).
               02 dm_idRef PIC 9(15).
               02 dm_quantite PIC 9(4).
               02 dm_motif PIC X(2).
                   88 DEMARQUE_VOL VALUE "VO".
                   88 DEMARQUE_PERIME VALUE "PE".
               02 dm_valeur PIC 9(8)v9(2).
               02 dm_employe PIC X(10).
      *>Magasin du poste qui a constate la demarque
               02 dm_magasin PIC X(2).

       FD fecritures.
           01 ligneEcriture PIC X(120).
      *>Fichier des ecritures comptables d'un exercice, au format
      *>reglementaire remis a l'administration fiscale
       FD ffec.
           01 ligneFec PIC X(300).
       FD fexercices.
           01 tamp_fexercice.
               02 ex_annee PIC 9(4).
               02 ex_tvaCollectee PIC 9(9)v9(2).
               02 ex_totalAchats PIC 9(9)v9(2).
               02 ex_valeurStock PIC 9(9)v9(2).
      *>Provision pour depreciation du stock dormant dotee a la
      *>cloture, reprise dans le fichier des ecritures de l'exercice
               02 ex_provisionStock PIC 9(9)v9(2).
       FD fcompteurs.
           01 tamp_fcompteur.
               02 co_nom PIC X(15).
               02 dvl_cle.
                   03 dvl_idDevis PIC 9(15).
                   03 dvl_noLigne PIC 9(3).
               02 dvl_titreComics PIC X(30).
               02 dvl_idRef PIC 9(15).
               02 dvl_quantite PIC 9(4).
               02 dvl_prixUnitaireHT PIC 9(6)v9(2).
               02 dvl_prixLigneHT PIC 9(6)v9(2).
       FD freservations.
           01 tamp_freservation.
               02 rs_id PIC 9(15).
               02 rs_titreComics PIC X(30).
               02 rs_idRef PIC 9(15).
               02 rs_client PIC 9(15).
               02 rs_dateReservation PIC X(10).
               02 rs_dateExpiration PIC X(10).
                   88 RESERVATION_ACTIVE VALUE 0.
                   88 RESERVATION_CONVERTIE VALUE 1.
                   88 RESERVATION_LIBEREE VALUE 2.
      *>Prepaiement en ligne qui regle l'exemplaire (0 = a regler
      *>au retrait)
               02 rs_idPrepaiement PIC 9(15).
       FD fabonnements.
           01 tamp_fabonnement.
               02 ab_id PIC 9(15).
               02 ab_client PIC 9(15).
               02 ab_serie PIC X(30).
               02 ab_dateDebut PIC X(10).
               02 ab_statut PIC 9(1).
                   88 ABONNEMENT_ACTIF VALUE 0.
                   88 NOTIF_A_ENVOYER VALUE 0.
                   88 NOTIF_ENVOYEE VALUE 1.
                   88 NOTIF_EN_ECHEC VALUE 2.
                   88 NOTIF_DELIVREE VALUE 3.
                   88 NOTIF_REJETEE VALUE 4.
               02 nb_tentatives PIC 9(2).
       FD femployes.
           01 tamp_femploye.
               02 em_actif PIC X(1).
                   88 EMPLOYE_ACTIF VALUE "O".
                   88 EMPLOYE_INACTIF VALUE "N".
      *>Achats du personnel : remise accordee a l'employe et plafond
      *>mensuel de ses achats (0 : pas d'achat du personnel)
               02 em_tauxRemisePersonnel PIC 9(3).
               02 em_plafondMensuel PIC 9(6)v9(2).
      *>Duree hebdomadaire du contrat, au dela de laquelle les
      *>heures pointees partent en heures supplementaires (0 : duree
      *>legale)
               02 em_heuresHebdo PIC 9(2)v9(2).
      *>Solde de conges payes en jours ouvrables (negatif en cas de
      *>conges anticipes) et dernier mois d'acquisition credite
               02 em_soldeConges PIC S9(3)v9(1).
               02 em_dernierMoisAcquis PIC X(6).
       FD fanalyseCsv.
           01 ligneAnalyseCsv PIC X(150).

               02 mdl_cle.
                   03 mdl_idModele PIC 9(15).
                   03 mdl_noLigne PIC 9(3).
               02 mdl_titre PIC X(30).
               02 mdl_idRef PIC 9(15).
               02 mdl_quantite PIC 9(4).

      *>Campagnes de mailing : une campagne relie des destinataires
               02 qt_cle.
                   03 qt_idOffre PIC 9(15).
                   03 qt_noLigne PIC 9(3).
               02 qt_titre PIC X(30).
               02 qt_idRef PIC 9(15).
       FD foffresQteUsages.
           01 tamp_foffreQteUsage.
               02 qu_id PIC 9(15).
               02 ol_cle.
                   03 ol_idOffre PIC 9(15).
                   03 ol_noLigne PIC 9(3).
               02 ol_titre PIC X(30).
               02 ol_idRef PIC 9(15).
               02 ol_quantite PIC 9(4).
               02 ol_etat PIC X(2).
               02 ol_prixUnitaire PIC 9(6)v9(2).
                   03 gl_idGradation PIC 9(15).
                   03 gl_noLigne PIC 9(2).
               02 gl_idExemplaire PIC 9(15).
               02 gl_titre PIC X(30).
               02 gl_idRef PIC 9(15).
               02 gl_ancienPrix PIC 9(6)v9(2).
               02 gl_nouveauPrix PIC 9(6)v9(2).
               02 gl_gradeRecu PIC X(2).
           01 tamp_fpret.
               02 pr_id PIC 9(15).
               02 pr_idExemplaire PIC 9(15).
               02 pr_titre PIC X(30).
               02 pr_idRef PIC 9(15).
               02 pr_client PIC 9(15).
               02 pr_dateSortie PIC X(10).
               02 pr_dateEcheance PIC X(10).
               02 pt_employe PIC X(10).
               02 pt_dateEntree PIC X(12).
               02 pt_dateSortie PIC X(12).
      *>Un pointage corrige par un gerant attend l'approbation d'un
      *>autre gerant avant de pouvoir partir en paie
               02 pt_statutCorrection PIC X(1).
                   88 POINTAGE_NON_CORRIGE VALUE " ".
                   88 CORRECTION_A_APPROUVER VALUE "A".
                   88 CORRECTION_APPROUVEE VALUE "V".
               02 pt_correctePar PIC X(10).
               02 pt_approuvePar PIC X(10).
               02 pt_dateApprobation PIC X(8).
      *>Magasin du poste ou l'entree a ete pointee
               02 pt_magasin PIC X(2).
       FD fevenements.
           01 tamp_fevenement.
               02 ev_id PIC 9(15).
               02 ev_libelle PIC X(30).
               02 ev_auteurOuSerie PIC X(30).
               02 ev_date PIC X(8).
               02 ev_capacite PIC 9(3).
               02 ev_nbInscrits PIC 9(3).
               02 ll_cle.
                   03 ll_codeLot PIC X(10).
                   03 ll_noLigne PIC 9(3).
               02 ll_titreComics PIC X(30).
               02 ll_idRef PIC 9(15).
               02 ll_quantite PIC 9(4).
       FD fconfigMagasin.
           01 ligneConfigMagasin PIC X(10).
           01 tamp_fstockMagasin.
               02 sm_cle.
                   03 sm_magasin PIC X(2).
                   03 sm_idRef PIC 9(15).
               02 sm_titre PIC X(30).
               02 sm_quantite PIC S9(4).
       FD ftransferts.
           01 tamp_ftransfert.
               02 tr_id PIC 9(15).
               02 tr_titreComics PIC X(30).
               02 tr_idRef PIC 9(15).
               02 tr_quantite PIC 9(4).
               02 tr_magasinSource PIC X(2).
               02 tr_magasinDest PIC X(2).
               02 tr_statut PIC 9(1).
                   88 TRANSFERT_EN_TRANSIT VALUE 0.
                   88 TRANSFERT_RECU VALUE 1.
      *>Propositions de reequilibrage entre magasins : le batch
      *>hebdomadaire propose de deplacer le stock d'un magasin
      *>surstocke vers un magasin qui en manque ; le gerant accepte
      *>la proposition, qui devient un transfert, ou la rejette
       FD fpropTransferts.
           01 tamp_fpropTransfert.
               02 prt_id PIC 9(15).
               02 prt_dateProposition PIC X(8).
               02 prt_titre PIC X(30).
               02 prt_idRef PIC 9(15).
               02 prt_magasinSource PIC X(2).
               02 prt_magasinDest PIC X(2).
               02 prt_quantite PIC 9(4).
               02 prt_stockSource PIC S9(5).
               02 prt_demandeSource PIC 9(6).
               02 prt_stockDest PIC S9(5).
               02 prt_demandeDest PIC 9(6).
               02 prt_perduesDest PIC 9(6).
               02 prt_statut PIC X(1).
                   88 PROPOSITION_EN_ATTENTE VALUE "A".
                   88 PROPOSITION_ACCEPTEE VALUE "T".
                   88 PROPOSITION_REJETEE VALUE "R".
                   88 PROPOSITION_PERIMEE VALUE "P".
               02 prt_idTransfert PIC 9(15).
               02 prt_dateDecision PIC X(8).
               02 prt_employe PIC X(10).
       FD fcontroles.
           01 tamp_fcontrole.
               02 ct_fichier PIC X(15).
               02 pg_modePaiement PIC X(2).
               02 pg_montant PIC 9(6)v9(2).
               02 pg_idRemise PIC 9(15).
      *>Cheque revenu impaye de la banque apres sa remise
               02 pg_impaye PIC X(1).
                   88 CHEQUE_IMPAYE VALUE "I".

      *>En-tetes des commandes clients, tenus a part des ventes :
      *>une commande vit ici de sa prise a son retrait, avec son
      *>propre numero (compteur COMMANDE), son acompte, son solde du
      *>et son plan de paiement eventuel. La vente n'est creee dans
      *>fventes qu'au retrait de la commande reglee, sous le numero
      *>cmd_idVente reserve a la prise (les reglements de l'acompte
      *>sont deja rattaches a ce numero dans fpaiements)
       FD fcommandes.
           01 tamp_fcommande.
               02 cmd_id PIC 9(15).
               02 cmd_statut PIC 9(1).
                   88 COMMANDE_EN_ATTENTE VALUE 1.
                   88 COMMANDE_EXPEDIEE VALUE 2.
                   88 COMMANDE_LIVREE VALUE 3.
                   88 COMMANDE_ANNULEE VALUE 5.
               02 cmd_dateCommande PIC X(10).
               02 cmd_titreComics PIC X(30).
               02 cmd_idRef PIC 9(15).
               02 cmd_prixVenteHT PIC 9(6)v9(2).
               02 cmd_montantTVA PIC 9(6)v9(2).
               02 cmd_prixVente PIC 9(6)v9(2).
               02 cmd_client PIC 9(15).
               02 cmd_employe PIC X(10).
               02 cmd_modePaiement PIC X(2).
               02 cmd_idSession PIC 9(15).
               02 cmd_acompte PIC 9(6)v9(2).
               02 cmd_resteDu PIC 9(6)v9(2).
               02 cmd_idPlan PIC 9(15).
               02 cmd_idVente PIC 9(15).
               02 cmd_magasin PIC X(2).
               02 cmd_origine PIC X(1).
                   88 COMMANDE_BOUTIQUE VALUE "B".
                   88 COMMANDE_WEB VALUE "W".

      *>Lignes des commandes clients : une commande (en-tete dans
      *>fcommandes, acompte unique) peut porter plusieurs titres,
      *>chaque ligne suivant sa propre arrivee et son propre retrait
      *>(le client emporte ce qui est arrive, le reste reste ouvert)
       FD fcommandesLignes.
               02 cml_cle.
                   03 cml_idCommande PIC 9(15).
                   03 cml_noLigne PIC 9(3).
               02 cml_titreComics PIC X(30).
               02 cml_idRef PIC 9(15).
               02 cml_quantite PIC 9(4).
               02 cml_prixLigneTTC PIC 9(6)v9(2).
               02 cml_statut PIC 9(1).
      *>fournisseur et de le prevenir en priorite a la reception
               02 cml_idCommandeFourn PIC 9(15).
               02 cml_noLigneCF PIC 9(3).
      *>Colis dans lequel la ligne est partie (0 = ligne remise en
      *>boutique ou pas encore expediee)
               02 cml_idExpedition PIC 9(15).
      *>Date a laquelle la ligne a ete pointee arrivee (vide tant
      *>qu'elle est attendue)
               02 cml_dateArrivee PIC X(8).
      *>Date a laquelle le client a ete prevenu de l'arrivee (vide
      *>tant qu'il ne l'a pas ete : la ligne remonte au briefing)
               02 cml_dateNotification PIC X(8).

      *>Plans de paiement echelonne (layaway) : le solde d'une
      *>commande chere est regle en plusieurs echeances datees,
       FD fplans.
           01 tamp_fplan.
               02 pl_id PIC 9(15).
               02 pl_idCommande PIC 9(15).
               02 pl_client PIC 9(15).
               02 pl_montantTotal PIC 9(8)v9(2).
               02 pl_montantRegle PIC 9(8)v9(2).
               02 pe_statut PIC 9(1).
                   88 ECHEANCE_A_VENIR VALUE 0.
                   88 ECHEANCE_REGLEE VALUE 1.
                   88 ECHEANCE_EN_PRELEVEMENT VALUE 2.

      *>Fichiers du mode hors les murs (salons et conventions) : le
      *>stock emporte et les ventes saisies sur le portable vivent
                   03 pc_poste PIC X(10).
                   03 pc_noLigne PIC 9(3).
               02 pc_client PIC 9(15).
               02 pc_titre PIC X(30).
               02 pc_idRef PIC 9(15).
               02 pc_quantite PIC 9(4).
               02 pc_prixUnitaireHT PIC 9(6)v9(2).
               02 pc_prixLigneHT PIC 9(6)v9(2).
           01 tamp_fallocation.
               02 al_cle.
                   03 al_poste PIC X(10).
                   03 al_idRef PIC 9(15).
               02 al_titre PIC X(30).
               02 al_quantite PIC 9(4).
               02 al_idExemplaire PIC 9(15).
               02 al_date PIC X(10).
           01 tamp_fventePerdue.
               02 vp_id PIC 9(15).
               02 vp_date PIC X(10).
               02 vp_titre PIC X(30).
               02 vp_idRef PIC 9(15).
               02 vp_qteVoulue PIC 9(4).
               02 vp_qteServie PIC 9(4).
      *>Magasin du poste qui a refuse la vente (vide pour les
      *>traces anterieures), pour le reequilibrage entre magasins
               02 vp_magasin PIC X(2).

      *>Photographies du stock en fin de journee : la cloture du
      *>jour fige la quantite et la valeur (au cout des couches
           01 tamp_fphotoStock.
               02 ps_cle.
                   03 ps_date PIC X(8).
                   03 ps_idRef PIC 9(15).
               02 ps_titre PIC X(30).
               02 ps_quantite PIC 9(4).
               02 ps_valeur PIC 9(9)v9(2).
               02 ps_categorie PIC X(2).

      *>Photographies du stock de chaque magasin en fin de journee :
      *>quantite et valeur du stock propre du magasin, chaque titre
      *>etant valorise au cout unitaire de sa photo du jour
       FD fphotosMagasin.
           01 tamp_fphotoMagasin.
               02 psm_cle.
                   03 psm_date PIC X(8).
                   03 psm_magasin PIC X(2).
               02 psm_quantite PIC 9(7).
               02 psm_valeur PIC 9(11)v9(2).

      *>Liste de rangement des receptions fournisseur : chaque
      *>ligne dit combien d'exemplaires d'une ligne recue vont a
      *>quelle destination (commande client, abonne, souhait,
      *>transfert du, rayon) et ou ils ont finalement ete poses
       FD frangements.
           01 tamp_frangement.
               02 rg_id PIC 9(15).
               02 rg_idCommandeFourn PIC 9(15).
               02 rg_noLigneCF PIC 9(3).
               02 rg_dateReception PIC X(8).
               02 rg_magasin PIC X(2).
               02 rg_titre PIC X(30).
               02 rg_idRef PIC 9(15).
               02 rg_quantite PIC 9(4).
               02 rg_destination PIC X(1).
                   88 RANGEMENT_COMMANDE VALUE "C".
                   88 RANGEMENT_ABONNE VALUE "A".
                   88 RANGEMENT_SOUHAIT VALUE "W".
                   88 RANGEMENT_TRANSFERT VALUE "T".
                   88 RANGEMENT_RAYON VALUE "E".
               02 rg_client PIC 9(15).
               02 rg_nomClient PIC X(40).
               02 rg_reference PIC 9(15).
               02 rg_magasinDest PIC X(2).
               02 rg_emplacementPrevu PIC X(10).
               02 rg_emplacementReel PIC X(10).
               02 rg_statut PIC X(1).
                   88 RANGEMENT_A_FAIRE VALUE "A".
                   88 RANGEMENT_FAIT VALUE "P".
               02 rg_datePlacement PIC X(8).
               02 rg_employe PIC X(10).

      *>Identite de facturation electronique des clients
      *>professionnels et collectivites (une fiche par client) :
      *>SIREN, SIRET de l'etablissement facture, code service ou
      *>reference d'engagement exiges par l'acheteur public, delai
      *>et moyen de paiement portes sur la facture
       FD fclientsEfacture.
           01 tamp_fclientEfacture.
               02 cef_idClient PIC 9(15).
               02 cef_siren PIC X(9).
               02 cef_siret PIC X(14).
               02 cef_codeService PIC X(20).
               02 cef_engagement PIC X(20).
               02 cef_delaiPaiement PIC 9(3).
               02 cef_moyenPaiement PIC X(2).
                   88 EFA_PAIEMENT_VIREMENT VALUE "VI".
                   88 EFA_PAIEMENT_PRELEVEMENT VALUE "PR".
                   88 EFA_PAIEMENT_CHEQUE VALUE "CH".

      *>Factures electroniques deposees pour la plateforme, avec le
      *>dernier statut de cycle de vie importe (deposee, acceptee,
      *>refusee, payee) et son motif
       FD fefactures.
           01 tamp_fefacture.
               02 efa_numero PIC 9(15).
               02 efa_idClient PIC 9(15).
               02 efa_type PIC X(1).
                   88 EFACTURE_VENTE VALUE "V".
                   88 EFACTURE_MENSUELLE VALUE "M".
               02 efa_idVente PIC 9(15).
               02 efa_mois PIC X(6).
               02 efa_dateEmission PIC X(8).
               02 efa_dateEcheance PIC X(8).
               02 efa_montantHT PIC 9(8)v9(2).
               02 efa_montantTVA PIC 9(8)v9(2).
               02 efa_montantTTC PIC 9(8)v9(2).
               02 efa_nomFichier PIC X(60).
               02 efa_statut PIC X(1).
                   88 EFACTURE_EMISE VALUE "E".
                   88 EFACTURE_DEPOSEE VALUE "D".
                   88 EFACTURE_ACCEPTEE VALUE "A".
                   88 EFACTURE_REFUSEE VALUE "R".
                   88 EFACTURE_PAYEE VALUE "P".
               02 efa_dateStatut PIC X(8).
               02 efa_motif PIC X(40).

      *>Facture electronique structuree (syntaxe CII, profil
      *>EN 16931) deposee dans le dossier de sortie
       FD fefactureXml.
           01 ligneXml PIC X(250).

      *>Quarantaine des orphelins : une ligne dont l'en-tete n'existe
      *>plus est retiree de son fichier par le controle referentiel
      *>et conservee ici telle quelle (image de l'enregistrement),
      *>avec la relation en defaut, pour examen
       FD fventesAvantIndex.
           01 tamp_fventeAvantIndex.
               02 fvx_id PIC 9(15).
               02 FILLER PIC X(15).
               02 fvx_dateVente PIC X(10).
               02 FILLER PIC X(155).
       FD fventesArchiveAvantIndex.
           01 tamp_fventeArchAvantIndex.
               02 fvax_id PIC 9(15).
               02 FILLER PIC X(15).
               02 fvax_dateVente PIC X(10).
               02 FILLER PIC X(96).
       FD fventesLignesAvantIndex.
           01 tamp_fventeLignAvantIndex.
               02 fvlx_cle PIC X(18).
               02 FILLER PIC X(110).
       FD fdechargement.
           01 ligneDechargement PIC X(200).
       FD finventaireAvantId.
           01 tamp_finventaireAvantId.
               02 fix_id PIC 9(15).
               02 fix_titre PIC X(30).
               02 fix_auteur PIC A(30).
               02 FILLER PIC X(12).
               02 fix_isbn PIC X(13).
               02 FILLER PIC X(79).
       FD fexemplairesAvantId.
           01 tamp_fexemplaireAvantId.
               02 fex_id PIC 9(15).
               02 fex_titre PIC X(30).
               02 FILLER PIC X(60).
       FD fmouvStockAvantId.
           01 tamp_fmouvStockAvantId.
               02 msx_id PIC X(13).
               02 FILLER PIC X(10).
               02 msx_titre PIC X(30).
               02 FILLER PIC X(56).
       FD fcomptagesAvantId.
           01 tamp_fcomptageAvantId.
               02 cpx_cle PIC X(45).
               02 FILLER PIC X(14).
       FD fallocationsAvantId.
           01 tamp_fallocationAvantId.
               02 alx_cle PIC X(40).
               02 FILLER PIC X(29).
       FD fphotosStockAvantId.
           01 tamp_fphotoStockAvantId.
               02 psx_cle PIC X(38).
               02 FILLER PIC X(17).
       FD farchivePurge.
           01 ligneArchivePurge PIC X(300).
       FD fquarantaine.
           01 tamp_fquarantaine.
               02 qr_id PIC 9(15).
               02 qr_date PIC X(8).
               02 qr_employe PIC X(10).
               02 qr_relation PIC X(40).
               02 qr_fichier PIC X(25).
               02 qr_cle PIC X(50).
               02 qr_idParent PIC 9(15).
               02 qr_enregistrement PIC X(250).

      *>Historique des changements de prix de vente : chaque
      *>modification (manuelle, import tarif ou argus, demarque de
      *>soldes) garde la date, l'employe, l'ancien et le nouveau
           01 tamp_fhistoriquePrix.
               02 hp_id PIC 9(15).
               02 hp_date PIC X(10).
               02 hp_titre PIC X(30).
               02 hp_idRef PIC 9(15).
               02 hp_ancienPrix PIC 9(6)v9(2).
               02 hp_nouveauPrix PIC 9(6)v9(2).
               02 hp_employe PIC X(10).
       FD fcouches.
           01 tamp_fcouche.
               02 cc_cle.
                   03 cc_idRef PIC 9(15).
                   03 cc_id PIC 9(15).
               02 cc_titre PIC X(30).
               02 cc_dateAchat PIC X(10).
               02 cc_quantiteRestante PIC 9(4).
               02 cc_prixUnitaire PIC 9(6)v9(2).
               02 cc_idAchat PIC 9(15).
      *>Livraison en office : les invendus de la couche peuvent
      *>etre retournes au fournisseur de la reception, pour un
      *>avoir au cout de la couche, jusqu'a la date limite
               02 cc_retournable PIC 9(1).
                   88 COUCHE_RETOURNABLE VALUE 1.
               02 cc_dateLimiteRetour PIC X(8).
               02 cc_idFournisseur PIC 9(15).
               02 cc_nomFournisseur PIC A(30).
       FD fvirements.
           01 ligneVirement PIC X(120).
       FD freleveCarte.
                   88 REMISE_CHEQUES VALUE "C".
               02 rb_montant PIC 9(8)v9(2).
               02 rb_nbElements PIC 9(4).
      *>Pointage de la remise sur le releve bancaire
               02 rb_pointage PIC X(1).
                   88 REMISE_POINTEE VALUE "P".
               02 rb_datePointage PIC X(8).
      *>Cheques de la remise revenus impayes
               02 rb_montantImpayes PIC 9(8)v9(2).
       FD fremisesLignes.
           01 tamp_fremiseLigne.
               02 rl_cle.
               02 rl_reference PIC X(15).
               02 rl_montant PIC 9(8)v9(2).

      *>Calendrier des sorties : date de parution editeur et date
      *>limite de commande (FOC) des titres a paraitre, saisis a la
      *>main ou repris de la liste des a-paraitre du distributeur.
      *>Avant sa date de sortie le titre est sous embargo (caisse
      *>et site) ; a la sortie les exemplaires mis de cote sont
      *>liberes pour le retrait
       FD fcalendrier.
           01 tamp_fcalendrier.
               02 cs_id PIC 9(15).
               02 cs_titre PIC X(30).
               02 cs_isbn PIC X(13).
               02 cs_serie PIC X(30).
               02 cs_editeur PIC X(30).
               02 cs_dateSortie PIC X(8).
               02 cs_dateFOC PIC X(8).
               02 cs_statut PIC 9(1).
                   88 SORTIE_A_VENIR VALUE 0.
                   88 SORTIE_PUBLIEE VALUE 1.
               02 cs_origine PIC X(1).
                   88 SORTIE_SAISIE VALUE "M".
                   88 SORTIE_DISTRIBUTEUR VALUE "D".
       FD fsortiesDistrib.
           01 ligneSortiesDistrib PIC X(150).

      *>Propositions de quantite a commander avant la date limite
      *>(FOC) : une par sortie du calendrier, avec le detail de la
      *>demande connue ; la proposition validee (quantite retenue,
      *>eventuellement corrigee) devient une ligne de commande
      *>fournisseur
       FD fpropositionsFOC.
           01 tamp_fpropositionFOC.
               02 pf_idSortie PIC 9(15).
               02 pf_titre PIC X(30).
               02 pf_serie PIC X(30).
               02 pf_dateFOC PIC X(8).
               02 pf_dateCalcul PIC X(8).
               02 pf_qteAbonnes PIC 9(4).
               02 pf_qteSouhaits PIC 9(4).
               02 pf_qteCommandesClients PIC 9(4).
               02 pf_qteEcoulement PIC 9(4).
               02 pf_nbNumerosPrecedents PIC 9(3).
               02 pf_qteRayon PIC 9(4).
               02 pf_qteDejaCouverte PIC 9(6).
               02 pf_qteProposee PIC 9(4).
               02 pf_qteRetenue PIC 9(4).
               02 pf_statut PIC 9(1).
                   88 PROPOSITION_A_VALIDER VALUE 0.
                   88 PROPOSITION_VALIDEE VALUE 1.
                   88 PROPOSITION_COMMANDEE VALUE 2.
                   88 PROPOSITION_REJETEE VALUE 3.
               02 pf_idCommandeFourn PIC 9(15).

      *>Fichier des editeurs, distinct des distributeurs
      *>(ffournisseurs) : chaque reference de l'inventaire y est
      *>rattachee par fi_idEditeur. Les conditions de l'editeur
      *>(droit de retour, delai, remise) s'appliquent aux
      *>receptions de ses titres
       FD fediteurs.
           01 tamp_fediteur.
               02 ed_id PIC 9(15).
               02 ed_nom PIC X(30).
               02 ed_idDistributeur PIC 9(15).
               02 ed_droitRetour PIC X(1).
                   88 EDITEUR_RETOUR_ACCEPTE VALUE "O".
                   88 EDITEUR_RETOUR_REFUSE VALUE "N".
               02 ed_delaiRetourMois PIC 9(2).
               02 ed_remiseAchat PIC 9(2)v9(2).

      *>Flux bibliographique de la profession (fichier delimite
      *>isbn;titre;auteur;editeur;serie;tome;format;prixPublic;
      *>categorie;dateParution)
       FD fluxBiblio.
           01 ligneFluxBiblio PIC X(250).

      *>Derniere notice bibliographique recue pour chaque ISBN : elle
      *>pre-remplit la saisie d'une reference dont l'ISBN est scanne
       FD fnotices.
           01 tamp_fnotice.
               02 nt_isbn PIC X(13).
               02 nt_titre PIC X(30).
               02 nt_auteur PIC X(30).
               02 nt_editeur PIC X(30).
               02 nt_serie PIC X(30).
               02 nt_tome PIC 9(3).
               02 nt_format PIC X(10).
               02 nt_prixPublic PIC 9(6)v9(2).
               02 nt_categorie PIC X(2).
               02 nt_dateParution PIC X(8).
               02 nt_dateFlux PIC X(8).

      *>Colis expedies pour les commandes a distance (vente par
      *>correspondance et web) : un colis regroupe les lignes de
      *>commande qui lui sont rattachees (cml_idExpedition), avec le
      *>transporteur, le numero de suivi, le poids et les frais de
      *>port factures au client et payes au transporteur
       FD fexpeditions.
           01 tamp_fexpedition.
               02 ex_id PIC 9(15).
               02 ex_idCommande PIC 9(15).
               02 ex_client PIC 9(15).
               02 ex_dateExpedition PIC X(8).
               02 ex_transporteur PIC X(20).
               02 ex_numeroSuivi PIC X(30).
               02 ex_poidsGrammes PIC 9(6).
               02 ex_portFacture PIC 9(4)v9(2).
               02 ex_portPaye PIC 9(4)v9(2).
               02 ex_nbLignes PIC 9(3).
               02 ex_montantLignes PIC 9(7)v9(2).
               02 ex_adresse PIC X(40).
               02 ex_statut PIC 9(1).
                   88 EXPEDITION_EN_COURS VALUE 0.
                   88 EXPEDITION_LIVREE VALUE 1.
               02 ex_dateLivraison PIC X(8).

      *>Confirmations de livraison du transporteur (fichier delimite
      *>numeroSuivi;dateLivraison AAAAMMJJ)
       FD fluxLivraisons.
           01 ligneFluxLivraisons PIC X(80).

      *>Registre des prepaiements en ligne des commandes web : un
      *>prepaiement (type P) par ligne web reglee sur le site, un
      *>remboursement du (type R) par exemplaire prepaye rendu au
      *>stock ; chacun attend son versement par le prestataire de
      *>paiement, pointe a l'import du fichier de versements
       FD fprepaiementsWeb.
           01 tamp_fprepaiementWeb.
               02 pw_id PIC 9(15).
               02 pw_type PIC X(1).
                   88 PREPAIEMENT_ENCAISSE VALUE "P".
                   88 PREPAIEMENT_REMBOURSE VALUE "R".
               02 pw_reference PIC X(30).
               02 pw_date PIC X(8).
               02 pw_client PIC 9(15).
      *>Piece reglee : R = reservations (pw_idPiece = la premiere),
      *>C = commande client (pw_idPiece = cmd_id)
               02 pw_origine PIC X(1).
               02 pw_idPiece PIC 9(15).
               02 pw_quantite PIC 9(4).
               02 pw_montant PIC 9(6)v9(2).
               02 pw_montantConsomme PIC 9(6)v9(2).
               02 pw_idOrigine PIC 9(15).
               02 pw_statut PIC 9(1).
                   88 PREPAIEMENT_A_VERSER VALUE 0.
                   88 PREPAIEMENT_VERSE VALUE 1.
                   88 PREPAIEMENT_EN_ECART VALUE 2.
               02 pw_montantVerse PIC 9(6)v9(2).
               02 pw_fraisVerse PIC 9(4)v9(2).
               02 pw_dateVersement PIC X(8).

      *>Fichier de versements du prestataire de paiement (fichier
      *>delimite date;type;reference;montant;frais, type P
      *>paiement, R remboursement, F frais seuls)
       FD fversementsWeb.
           01 ligneVersementsWeb PIC X(100).

      *>Reception attendue d'apres l'avis d'expedition du
      *>distributeur : une ligne par colis et par ISBN expedie
      *>contre une commande fournisseur, rapprochee par ISBN de la
      *>ligne commandee (av_noLigneCF a 0 : expedie sans avoir ete
      *>commande). La reception n'a plus qu'a confirmer ou corriger
       FD favisExpedition.
           01 tamp_favisExpedition.
               02 av_cle.
                   03 av_idCommande PIC 9(15).
                   03 av_noLigne PIC 9(3).
               02 av_numeroAvis PIC X(15).
               02 av_dateAvis PIC X(8).
               02 av_noColis PIC X(10).
               02 av_isbn PIC X(13).
               02 av_titreComics PIC X(30).
               02 av_qteExpediee PIC 9(4).
               02 av_noLigneCF PIC 9(3).
               02 av_statut PIC 9(1).
                   88 AVIS_EN_ATTENTE VALUE 0.
                   88 AVIS_RECEPTIONNE VALUE 1.

      *>Lignes des factures fournisseur, rapprochees de la ligne de
      *>commande (ffl_noLigneCF a 0 : facture hors commande) avec les
      *>quantites commandee, recue et deja facturee et le prix
      *>commande au moment du rapprochement
       FD ffacturesFournLignes.
           01 tamp_ffactureFournLigne.
               02 ffl_cle.
                   03 ffl_idFacture PIC 9(15).
                   03 ffl_noLigne PIC 9(3).
               02 ffl_isbn PIC X(13).
               02 ffl_titreComics PIC X(30).
               02 ffl_quantite PIC 9(4).
               02 ffl_prixUnitaire PIC 9(6)v9(2).
               02 ffl_noLigneCF PIC 9(3).
               02 ffl_qteCommandee PIC 9(4).
               02 ffl_qteRecue PIC 9(4).
               02 ffl_qteDejaFacturee PIC 9(4).
               02 ffl_prixCommande PIC 9(6)v9(2).
               02 ffl_ecart PIC X(1).
                   88 LIGNE_FF_CONFORME VALUE " ".
                   88 LIGNE_FF_ECART_QTE VALUE "Q".
                   88 LIGNE_FF_ECART_PRIX VALUE "P".
                   88 LIGNE_FF_ECART_QTE_PRIX VALUE "D".
                   88 LIGNE_FF_HORS_COMMANDE VALUE "H".

      *>Frais d'approche (transport, douane, manutention) factures a
      *>part et repartis sur les receptions d'une commande ou d'un
      *>achat : la part du stock restant majore les couches, la part
      *>des quantites deja sorties corrige le cout des ventes
       FD ffraisApproche.
           01 tamp_ffraisApproche.
               02 fap_id PIC 9(15).
               02 fap_date PIC X(10).
               02 fap_type PIC X(1).
                   88 FRAIS_TRANSPORT VALUE "T".
                   88 FRAIS_DOUANE VALUE "D".
                   88 FRAIS_MANUTENTION VALUE "M".
               02 fap_libelle PIC X(30).
               02 fap_rattachement PIC X(1).
                   88 FRAIS_SUR_COMMANDE VALUE "C".
                   88 FRAIS_SUR_RECEPTION VALUE "R".
               02 fap_idRattachement PIC 9(15).
               02 fap_mode PIC X(1).
                   88 REPARTITION_VALEUR VALUE "V".
                   88 REPARTITION_QUANTITE VALUE "Q".
               02 fap_montant PIC 9(8)v9(2).
               02 fap_montantStock PIC 9(8)v9(2).
               02 fap_montantCorrection PIC S9(8)v9(2).
               02 fap_nbLignes PIC 9(5).

      *>Reglements de l'acquereur carte, un par jour de releve
      *>rapproche, attendus ensuite au credit du compte bancaire
       FD freglementsCarte.
           01 tamp_freglementCarte.
               02 rgc_date PIC X(8).
               02 rgc_montant PIC 9(8)v9(2).
               02 rgc_frais PIC 9(6)v9(2).
               02 rgc_totalCaisses PIC 9(8)v9(2).
               02 rgc_pointage PIC X(1).
                   88 REGLEMENT_CB_POINTE VALUE "P".
               02 rgc_datePointage PIC X(8).

      *>Releve bancaire importe : SOL;date;solde puis
      *>OPE;date;libelle;montant (montant negatif au debit)
       FD freleveBanque.
           01 ligneReleveBanque PIC X(120).

      *>Lignes du releve bancaire, pointees sur une remise, un
      *>reglement carte ou une facture fournisseur reglee, ou a
      *>expliquer (frais, impayes...)
       FD flignesBanque.
           01 tamp_fligneBanque.
               02 lb_id PIC 9(15).
               02 lb_date PIC X(8).
               02 lb_libelle PIC X(40).
               02 lb_sens PIC X(1).
                   88 LIGNE_BQ_CREDIT VALUE "C".
                   88 LIGNE_BQ_DEBIT VALUE "D".
               02 lb_montant PIC 9(8)v9(2).
               02 lb_statut PIC X(1).
                   88 LIGNE_BQ_POINTEE VALUE "P".
                   88 LIGNE_BQ_A_EXPLIQUER VALUE "X".
               02 lb_typePointage PIC X(2).
               02 lb_refPointage PIC X(15).

      *>Mandats de prelevement SEPA signes par les clients (un par
      *>client) : reference unique (RUM), compte a debiter et type
      *>ponctuel ou recurrent ; un mandat ponctuel sert une fois
       FD fmandatsSepa.
           01 tamp_fmandatSepa.
               02 mdt_idClient PIC 9(15).
               02 mdt_rum PIC X(35).
               02 mdt_iban PIC X(34).
               02 mdt_titulaire PIC X(30).
               02 mdt_dateSignature PIC X(8).
               02 mdt_type PIC X(1).
                   88 MANDAT_PONCTUEL VALUE "P".
                   88 MANDAT_RECURRENT VALUE "R".
               02 mdt_statut PIC X(1).
                   88 MANDAT_ACTIF VALUE "A".
                   88 MANDAT_REVOQUE VALUE "R".
                   88 MANDAT_UTILISE VALUE "U".
               02 mdt_datePremierPrelev PIC X(8).
               02 mdt_nbRejets PIC 9(3).

      *>Prelevements emis, par lot : solde de compte client ou
      *>echeance de plan, en cours jusqu'a l'expiration du delai de
      *>rejet, puis encaisses (ou rejetes, la dette etant rouverte)
       FD fprelevements.
           01 tamp_fprelevement.
               02 prl_id PIC 9(15).
               02 prl_idLot PIC 9(15).
               02 prl_idClient PIC 9(15).
               02 prl_origine PIC X(1).
                   88 PRELEV_COMPTE_CLIENT VALUE "C".
                   88 PRELEV_ECHEANCE_PLAN VALUE "E".
               02 prl_idPlan PIC 9(15).
               02 prl_noEcheance PIC 9(2).
               02 prl_montant PIC 9(8)v9(2).
               02 prl_dateLot PIC X(8).
               02 prl_dateEcheance PIC X(8).
               02 prl_sequence PIC X(4).
               02 prl_statut PIC X(1).
                   88 PRELEV_EN_COURS VALUE "E".
                   88 PRELEV_ENCAISSE VALUE "R".
                   88 PRELEV_REJETE VALUE "J".
               02 prl_motifRejet PIC X(4).
               02 prl_dateRejet PIC X(8).

      *>Registre des cheques impayes : le cheque (ligne de reglement
      *>et remise), le client debiteur (la dette est portee sur son
      *>compte) et la regularisation ; un impaye ouvert interdit au
      *>client le reglement par cheque
       FD fchequesImpayes.
           01 tamp_fchequeImpaye.
               02 ci_id PIC 9(15).
               02 ci_date PIC X(8).
               02 ci_idVente PIC 9(15).
               02 ci_noLigne PIC 9(3).
               02 ci_idRemise PIC 9(15).
               02 ci_idClient PIC 9(15).
               02 ci_montant PIC 9(8)v9(2).
               02 ci_motif PIC X(30).
               02 ci_statut PIC X(1).
                   88 IMPAYE_OUVERT VALUE "O".
                   88 IMPAYE_REGULARISE VALUE "R".
               02 ci_dateRegularisation PIC X(8).
               02 ci_modeRegularisation PIC X(2).
               02 ci_pointage PIC X(1).
                   88 IMPAYE_POINTE VALUE "P".
               02 ci_datePointage PIC X(8).

      *>Registre du coffre : chaque transfert d'especes (coffre vers
      *>tiroir a l'ouverture, tiroir vers coffre a la fermeture,
      *>coffre vers banque a la remise, monnaie achetee a la banque)
      *>et chaque comptage du coffre, avec l'employe et le solde
      *>attendu apres la ligne ; un comptage porte l'ecart constate
      *>et le solde repart du montant compte
       FD fcoffre.
           01 tamp_fcoffre.
               02 cof_id PIC 9(15).
               02 cof_date PIC X(14).
               02 cof_type PIC X(2).
                   88 COFFRE_VERS_TIROIR VALUE "OT".
                   88 COFFRE_DEPUIS_TIROIR VALUE "FT".
                   88 COFFRE_VERS_BANQUE VALUE "RB".
                   88 COFFRE_MONNAIE_BANQUE VALUE "MB".
                   88 COFFRE_COMPTAGE VALUE "CC".
               02 cof_montant PIC 9(8)v9(2).
               02 cof_idSession PIC 9(15).
               02 cof_idRemise PIC 9(15).
               02 cof_employe PIC X(10).
               02 cof_idBilletage PIC 9(15).
               02 cof_soldeAttendu PIC S9(8)v9(2).
               02 cof_ecart PIC S9(8)v9(2).

      *>Billetages : detail par coupure (billets et pieces) d'un
      *>comptage de tiroir a l'ouverture ou a la fermeture, ou d'un
      *>comptage du coffre
       FD fbilletages.
           01 tamp_fbilletage.
               02 bi_id PIC 9(15).
               02 bi_date PIC X(14).
               02 bi_objet PIC X(1).
                   88 BILLETAGE_OUVERTURE VALUE "O".
                   88 BILLETAGE_FERMETURE VALUE "F".
                   88 BILLETAGE_COFFRE VALUE "C".
               02 bi_reference PIC 9(15).
               02 bi_employe PIC X(10).
               02 bi_quantite PIC 9(5) OCCURS 15 TIMES.
               02 bi_total PIC 9(8)v9(2).

      *>Frais generaux de la boutique regles hors marchandise
      *>(loyer, energie, assurance, fournitures, location du
      *>terminal...) ; une depense recurrente porte la date de sa
      *>prochaine echeance, les echeances suivantes etant creees a
      *>la cloture du jour avec l'id de la depense d'origine
       FD fdepenses.
           01 tamp_fdepense.
               02 dep_id PIC 9(15).
               02 dep_fournisseur PIC X(30).
               02 dep_libelle PIC X(30).
               02 dep_categorie PIC X(2).
                   88 DEPENSE_LOYER VALUE "LO".
                   88 DEPENSE_ENERGIE VALUE "EN".
                   88 DEPENSE_ASSURANCE VALUE "AS".
                   88 DEPENSE_FOURNITURES VALUE "FO".
                   88 DEPENSE_TERMINAL VALUE "TP".
                   88 DEPENSE_AUTRE VALUE "AU".
                   88 DEPENSE_COMMISSION_PM VALUE "CM".
               02 dep_montantHT PIC 9(7)v9(2).
               02 dep_montantTVA PIC 9(7)v9(2).
               02 dep_dateSaisie PIC X(8).
               02 dep_dateEcheance PIC X(8).
               02 dep_modePaiement PIC X(2).
               02 dep_recurrence PIC X(1).
                   88 DEPENSE_PONCTUELLE VALUE "N".
                   88 DEPENSE_MENSUELLE VALUE "M".
                   88 DEPENSE_TRIMESTRIELLE VALUE "T".
                   88 DEPENSE_ANNUELLE VALUE "A".
               02 dep_dateProchaine PIC X(8).
               02 dep_idOrigine PIC 9(15).
               02 dep_statut PIC X(1).
                   88 DEPENSE_A_PAYER VALUE "A".
                   88 DEPENSE_PAYEE VALUE "P".
               02 dep_datePaiement PIC X(8).

      *>Registre des immobilisations (caisses, rayonnages, vitrines,
      *>imprimante d'etiquettes, portable des salons...) : le plan
      *>d'amortissement se recalcule a partir du cout, de la date
      *>d'acquisition, de la duree et de la methode ; le cumul et
      *>l'annee portent la derniere dotation passee en ecritures
       FD fimmobilisations.
           01 tamp_fimmobilisation.
               02 im_id PIC 9(15).
               02 im_libelle PIC X(40).
               02 im_categorie PIC X(1).
                   88 IMMO_MATERIEL VALUE "E".
                   88 IMMO_MOBILIER VALUE "M".
                   88 IMMO_INFORMATIQUE VALUE "I".
               02 im_dateAcquisition PIC X(8).
               02 im_cout PIC 9(8)v9(2).
               02 im_dureeAns PIC 9(2).
               02 im_methode PIC X(1).
                   88 AMORT_LINEAIRE VALUE "L".
                   88 AMORT_DEGRESSIF VALUE "D".
               02 im_statut PIC X(1).
                   88 IMMO_EN_SERVICE VALUE "S".
                   88 IMMO_CEDEE VALUE "C".
               02 im_dateCession PIC X(8).
               02 im_prixCession PIC 9(8)v9(2).
               02 im_amortCumule PIC 9(8)v9(2).
               02 im_dernierExercice PIC 9(4).

      *>Releve des points de fidelite : chaque gain, utilisation,
      *>annulation sur retour, reprise de fusion, ajustement et
      *>expiration y laisse une ligne datee ; les lignes de gain
      *>portent les points non encore consommes (pf_restant) et leur
      *>date d'expiration, consommes du plus ancien au plus recent
       FD fptsFidelite.
           01 tamp_fptsFidelite.
               02 pf_id PIC 9(15).
               02 pf_idClient PIC 9(15).
               02 pf_date PIC X(8).
               02 pf_type PIC X(2).
                   88 PTS_GAIN_VENTE VALUE "GA".
                   88 PTS_PARRAINAGE VALUE "PA".
                   88 PTS_UTILISATION VALUE "UT".
                   88 PTS_RETOUR VALUE "RE".
                   88 PTS_FUSION VALUE "FU".
                   88 PTS_AJUSTEMENT VALUE "AJ".
                   88 PTS_REPRISE VALUE "RS".
                   88 PTS_EXPIRATION VALUE "EX".
                   88 PTS_FOYER VALUE "FO".
               02 pf_sens PIC X(1).
                   88 PTS_CREDIT VALUE "+".
                   88 PTS_DEBIT VALUE "-".
                   88 PTS_INFORMATIF VALUE "=".
               02 pf_points PIC 9(5).
               02 pf_reference PIC 9(15).
      *>Membre du foyer qui a gagne ou utilise les points (le client
      *>lui-meme hors foyer)
               02 pf_idMembre PIC 9(15).
               02 pf_restant PIC 9(5).
               02 pf_dateExpiration PIC X(8).
               02 pf_avertie PIC X(1).
                   88 PTS_AVERTIS VALUE "O".

      *>Revue des statuts clients : une fiche par client standard ou
      *>fidele examine, avec sa depense nette sur 12 mois glissants,
      *>le changement propose et son motif, la date de passage sous
      *>le seuil (debut de la grace) et l'epinglage par le gerant
       FD fstatutsClients.
           01 tamp_fstatutClient.
               02 sc_idClient PIC 9(15).
               02 sc_dateRevue PIC X(8).
               02 sc_depense12Mois PIC 9(8)v9(2).
               02 sc_retours12Mois PIC 9(8)v9(2).
               02 sc_typeActuel PIC X(1).
               02 sc_typePropose PIC X(1).
                   88 STATUT_SANS_CHANGEMENT VALUE " ".
               02 sc_motif PIC X(40).
               02 sc_dateSousSeuil PIC X(8).
               02 sc_epingle PIC X(1).
                   88 STATUT_EPINGLE VALUE "O".
               02 sc_dateChangement PIC X(8).

      *>Foyers (familles, couples) : chaque membre pointe sur son
      *>titulaire, qui a lui-meme une fiche pointant sur lui ; le
      *>solde de points du foyer est porte par la fiche client du
      *>titulaire et alimente par tous les membres
       FD ffoyers.
           01 tamp_ffoyer.
               02 fo_idClient PIC 9(15).
               02 fo_idFoyer PIC 9(15).
               02 fo_role PIC X(1).
                   88 FOYER_TITULAIRE VALUE "T".
                   88 FOYER_MEMBRE VALUE "M".
               02 fo_dateEntree PIC X(8).

      *>Registre des consentements marketing : chaque accord ou
      *>retrait est une ligne datee avec sa source, jamais modifiee ;
      *>la derniere ligne d'un client pour une finalite fait foi
       FD fconsentements.
           01 tamp_fconsentement.
               02 cn_id PIC 9(15).
               02 cn_idClient PIC 9(15).
               02 cn_finalite PIC X(2).
                   88 FINALITE_BULLETIN VALUE "NL".
                   88 FINALITE_PROMOTIONS VALUE "PR".
                   88 FINALITE_ANNIVERSAIRE VALUE "AN".
               02 cn_statut PIC X(1).
                   88 CONSENTEMENT_DONNE VALUE "O".
                   88 CONSENTEMENT_RETIRE VALUE "N".
               02 cn_dateHeure PIC X(14).
               02 cn_source PIC X(2).
                   88 SOURCE_COMPTOIR VALUE "CO".
                   88 SOURCE_FORMULAIRE VALUE "FO".
                   88 SOURCE_WEB VALUE "WE".
                   88 SOURCE_OUTIL_MAILING VALUE "MA".
               02 cn_detail PIC X(30).

      *>Adresses mail rejetees par la passerelle : un client passe
      *>injoignable apres SEUIL_REJETS_INJOIGNABLE rejets definitifs
      *>consecutifs de la meme adresse, et reste sur la liste des
      *>coordonnees a corriger jusqu'a la correction de son adresse
       FD fcontactsACorriger.
           01 tamp_fcontactACorriger.
               02 ca_idClient PIC 9(15).
               02 ca_mail PIC A(30).
               02 ca_nbRejets PIC 9(2).
               02 ca_dateDernierRejet PIC X(8).
               02 ca_motif PIC X(30).
               02 ca_statut PIC X(1).
                   88 CONTACT_EN_OBSERVATION VALUE "S".
                   88 CONTACT_INJOIGNABLE VALUE "I".

      *>Identifiant de connexion du client sur le site de la
      *>boutique : seuls les clients qui en ont un figurent dans
      *>l'export nocturne de l'espace "mon compte"
       FD fcomptesWeb.
           01 tamp_fcompteWeb.
               02 cw_idClient PIC 9(15).
               02 cw_login PIC X(30).
               02 cw_dateLiaison PIC X(8).
       FD fexportComptesWeb.
           01 ligneCompteWeb PIC X(150).

      *>Dossiers du service client (reclamations et demandes
      *>particulieres) : rattaches au client et, au besoin, a une
      *>vente, une commande, une expedition ou un pret ; la cloture
      *>garde la trace de l'action de resolution (avoir, commande
      *>de remplacement ou bon de courtoisie) et de sa reference
       FD fdossiersClients.
           01 tamp_fdossierClient.
               02 ds_id PIC 9(15).
               02 ds_client PIC 9(15).
               02 ds_typeLien PIC X(2).
                   88 LIEN_AUCUN VALUE SPACES.
                   88 LIEN_VENTE VALUE "VE".
                   88 LIEN_COMMANDE VALUE "CM".
                   88 LIEN_EXPEDITION VALUE "EX".
                   88 LIEN_PRET VALUE "PR".
               02 ds_idLien PIC 9(15).
               02 ds_categorie PIC X(2).
                   88 DOSSIER_ABIME VALUE "AB".
                   88 DOSSIER_MANQUANT VALUE "MQ".
                   88 DOSSIER_LITIGE_PRIX VALUE "PX".
                   88 DOSSIER_RAPPEL VALUE "RA".
                   88 DOSSIER_AUTRE VALUE "AU".
               02 ds_objet PIC X(40).
               02 ds_responsable PIC X(10).
               02 ds_statut PIC 9(1).
                   88 DOSSIER_OUVERT VALUE 0.
                   88 DOSSIER_EN_COURS VALUE 1.
                   88 DOSSIER_EN_ATTENTE_CLIENT VALUE 2.
                   88 DOSSIER_CLOS VALUE 3.
               02 ds_dateOuverture PIC X(8).
               02 ds_datePromise PIC X(8).
               02 ds_dateCloture PIC X(8).
               02 ds_resolution PIC X(2).
                   88 RESOLUTION_AVOIR VALUE "AV".
                   88 RESOLUTION_REMPLACEMENT VALUE "RC".
                   88 RESOLUTION_BON_COURTOISIE VALUE "BC".
                   88 RESOLUTION_SANS_ACTION VALUE "SA".
               02 ds_refResolution PIC X(15).
               02 ds_nbNotes PIC 9(3).

      *>Historique date des notes d'un dossier du service client
       FD fnotesDossiers.
           01 tamp_fnoteDossier.
               02 nd_cle.
                   03 nd_idDossier PIC 9(15).
                   03 nd_noNote PIC 9(3).
               02 nd_dateHeure PIC X(14).
               02 nd_employe PIC X(10).
               02 nd_texte PIC X(60).

      *>Regles d'emission des bons de retour imprimes en bas du recu :
      *>panier minimum sur les lignes de la cible, delai avant
      *>ouverture et duree de validite du bon, remise en pourcentage
      *>ou en montant
       FD freglesRebond.
           01 tamp_fregleRebond.
               02 rr_id PIC 9(15).
               02 rr_libelle PIC X(30).
               02 rr_panierMinimum PIC 9(6)v9(2).
               02 rr_typeCible PIC X(1).
                   88 CIBLE_TOUT VALUE "T".
                   88 CIBLE_CATEGORIE VALUE "C".
                   88 CIBLE_SERIE VALUE "S".
               02 rr_cible PIC X(30).
               02 rr_delaiDebut PIC 9(3).
               02 rr_dureeValidite PIC 9(3).
               02 rr_typeRemise PIC X(1).
                   88 REMISE_POURCENTAGE VALUE "P".
                   88 REMISE_MONTANT VALUE "M".
               02 rr_valeurRemise PIC 9(6)v9(2).
               02 rr_actif PIC X(1).
                   88 REGLE_ACTIVE VALUE "O".
                   88 REGLE_INACTIVE VALUE "N".

      *>Paniers gares en caisse : le panier d'un client qui s'absente
      *>un instant est mis de cote sous un ticket numerote, avec son
      *>client, son code promo et ses lignes (flignesGarees), ses
      *>allocations restant posees ; n'importe quel poste peut le
      *>reprendre pour terminer la vente
       FD fpaniersGares.
           01 tamp_fpanierGare.
               02 pgh_ticket PIC 9(15).
               02 pgh_client PIC 9(15).
               02 pgh_posteOrigine PIC X(10).
               02 pgh_dateGarage PIC X(14).
               02 pgh_codePromo PIC X(10).
               02 pgh_nbLignes PIC 9(3).
               02 pgh_totalTTC PIC 9(7)v9(2).
               02 pgh_cumulRemiseSoldes PIC 9(6)v9(2).
               02 pgh_statut PIC 9(1).
                   88 PANIER_GARE VALUE 0.
                   88 PANIER_GARE_REPRIS VALUE 1.
                   88 PANIER_GARE_LIBERE VALUE 2.
               02 pgh_posteFin PIC X(10).
               02 pgh_dateFin PIC X(14).

       FD flignesGarees.
           01 tamp_fligneGaree.
               02 pgl_cle.
                   03 pgl_ticket PIC 9(15).
                   03 pgl_noLigne PIC 9(3).
               02 pgl_titre PIC X(30).
               02 pgl_idRef PIC 9(15).
               02 pgl_quantite PIC 9(4).
               02 pgl_prixUnitaireHT PIC 9(6)v9(2).
               02 pgl_prixLigneHT PIC 9(6)v9(2).
               02 pgl_montantTVA PIC 9(6)v9(2).
               02 pgl_prixLigneTTC PIC 9(6)v9(2).
               02 pgl_idExemplaire PIC 9(15).
               02 pgl_tauxTVA PIC 9v9(3).
               02 pgl_prixPublicHT PIC 9(6)v9(2).
               02 pgl_remiseEcretee PIC 9(6)v9(2).
               02 pgl_regimeMarge PIC 9.
               02 pgl_coutAchatMarge PIC 9(6)v9(2).

      *>Achats du personnel : une fiche par vente faite a un employe
      *>au tarif du personnel, avec la remise accordee et la part
      *>reglee par retenue sur salaire, pour le controle du plafond
      *>mensuel et l'etat des retenues de fin de mois
       FD fachatsPersonnel.
           01 tamp_fachatPersonnel.
               02 ap_idVente PIC 9(15).
               02 ap_employe PIC X(10).
               02 ap_date PIC X(8).
               02 ap_caissier PIC X(10).
               02 ap_montantBrut PIC 9(6)v9(2).
               02 ap_remise PIC 9(6)v9(2).
               02 ap_montantNet PIC 9(6)v9(2).
               02 ap_retenueSalaire PIC 9(6)v9(2).
               02 ap_statut PIC X(1).
                   88 ACHAT_PERSO_VALIDE VALUE "V".
                   88 ACHAT_PERSO_RETOURNE VALUE "R".

      *>Jours feries : les heures pointees un jour ferie sont
      *>payees a part dans la preparation de la paie
       FD fjoursFeries.
           01 tamp_fjourFerie.
               02 jf_date PIC X(8).
               02 jf_libelle PIC X(30).

      *>Absences du personnel : conges, maladie, formation... sur une
      *>plage de dates, la demi-journee etant possible le premier
      *>jour (absent l'apres-midi) et le dernier (absent le matin) ;
      *>une demande attend l'accord du gerant
       FD fabsences.
           01 tamp_fabsence.
               02 abs_id PIC 9(15).
               02 abs_employe PIC X(10).
               02 abs_type PIC X(2).
                   88 ABSENCE_CONGES_PAYES VALUE "CP".
                   88 ABSENCE_MALADIE VALUE "MA".
                   88 ABSENCE_FORMATION VALUE "FO".
                   88 ABSENCE_SANS_SOLDE VALUE "SS".
                   88 ABSENCE_AUTRE VALUE "AU".
               02 abs_dateDebut PIC X(8).
               02 abs_demiJourDebut PIC X(1).
                   88 ABS_DEBUT_APRES_MIDI VALUE "O".
               02 abs_dateFin PIC X(8).
               02 abs_demiJourFin PIC X(1).
                   88 ABS_FIN_MIDI VALUE "O".
               02 abs_nbJours PIC 9(3)v9(1).
               02 abs_statut PIC X(1).
                   88 ABSENCE_DEMANDEE VALUE "D".
                   88 ABSENCE_APPROUVEE VALUE "A".
                   88 ABSENCE_REFUSEE VALUE "R".
                   88 ABSENCE_ANNULEE VALUE "X".
               02 abs_dateDemande PIC X(8).
               02 abs_saisiePar PIC X(10).
               02 abs_decidePar PIC X(10).
               02 abs_dateDecision PIC X(8).
               02 abs_commentaire PIC X(30).

      *>Rappels de produits : l'editeur retire un tirage (erreur
      *>d'impression, decision de justice, article dangereux) sur
      *>un titre ou une plage d'ISBN ; tant que le rappel est
      *>ouvert, les references visees sont bloquees en caisse, sur
      *>l'export du site et en transfert
       FD frappels.
           01 tamp_frappel.
               02 rp_id PIC 9(15).
               02 rp_dateOuverture PIC X(8).
               02 rp_typeCible PIC X(1).
                   88 RAPPEL_TITRE VALUE "T".
                   88 RAPPEL_PLAGE_ISBN VALUE "I".
               02 rp_idRef PIC 9(15).
               02 rp_titre PIC X(30).
               02 rp_isbnDebut PIC X(13).
               02 rp_isbnFin PIC X(13).
               02 rp_motif PIC X(2).
                   88 RAPPEL_ERREUR_IMPRESSION VALUE "EI".
                   88 RAPPEL_DECISION_JUSTICE VALUE "DJ".
                   88 RAPPEL_ARTICLE_DANGEREUX VALUE "AD".
                   88 RAPPEL_AUTRE_MOTIF VALUE "AU".
               02 rp_libelle PIC X(40).
               02 rp_remede PIC X(40).
               02 rp_employe PIC X(10).
               02 rp_nbClientsPrevenus PIC 9(5).
               02 rp_statut PIC X(1).
                   88 RAPPEL_OUVERT VALUE "O".
                   88 RAPPEL_CLOS VALUE "C".
               02 rp_dateCloture PIC X(8).
               02 rp_toutJustifie PIC X(1).
                   88 RAPPEL_TOUT_JUSTIFIE VALUE "O".

      *>Recensement d'un rappel : une ligne par reference et par
      *>magasin (stock trouve au rappel et quantite retournee), et
      *>une ligne par reference au magasin blanc pour les
      *>exemplaires hors rayon au rappel et les ventes passees
       FD frappelsLignes.
           01 tamp_frappelLigne.
               02 rpl_cle.
                   03 rpl_idRappel PIC 9(15).
                   03 rpl_idRef PIC 9(15).
                   03 rpl_magasin PIC X(2).
               02 rpl_titre PIC X(30).
               02 rpl_qteTrouvee PIC S9(5).
               02 rpl_qteRetournee PIC 9(5).
               02 rpl_qteReservee PIC 9(5).
               02 rpl_qtePret PIC 9(5).
               02 rpl_qteGradation PIC 9(5).
               02 rpl_qteConsigne PIC 9(5).
               02 rpl_qteTransit PIC 9(5).
               02 rpl_qteVendue PIC 9(7).
               02 rpl_nbClients PIC 9(5).

      *>Calendrier d'ouverture de chaque magasin : un enregistrement
      *>SEMAINE porte le rythme hebdomadaire (lundi a dimanche, O
      *>ouvert, F ferme), les autres enregistrements datent une
      *>fermeture ou une ouverture exceptionnelle propre au magasin
      *>qui l'emportent sur ce rythme ; les jours feries, communs a
      *>tous les magasins, sont tenus dans fjoursFeries
       FD fcalendrierMagasin.
           01 tamp_fcalendrierMag.
               02 cm_cle.
                   03 cm_magasin PIC X(2).
                   03 cm_date PIC X(8).
               02 cm_type PIC X(1).
                   88 CAL_SEMAINE_TYPE VALUE "S".
                   88 CAL_FERMETURE VALUE "C".
                   88 CAL_OUVERTURE VALUE "O".
               02 cm_semaine PIC X(7).
               02 cm_libelle PIC X(30).
               02 cm_dateModif PIC X(10).

      *>Provenance d'un exemplaire individualise, une ligne par
      *>preuve : signature (S) ou dessin (D) de l'artiste, remarque
      *>libre (R) ou boitier de gradation (G) ; l'evenement de la
      *>boutique ou la signature a ete obtenue, l'employe temoin et
      *>le numero du certificat ou de l'etiquette suivent
      *>l'exemplaire jusqu'au recu et a la facture de sa vente
       FD fprovenances.
           01 tamp_fprovenance.
               02 pv_cle.
                   03 pv_idExemplaire PIC 9(15).
                   03 pv_noLigne PIC 9(3).
               02 pv_type PIC X(1).
                   88 PROVENANCE_SIGNATURE VALUE "S".
                   88 PROVENANCE_DESSIN VALUE "D".
                   88 PROVENANCE_REMARQUE VALUE "R".
                   88 PROVENANCE_GRADATION VALUE "G".
               02 pv_artiste PIC X(30).
               02 pv_idEvenement PIC 9(15).
               02 pv_date PIC X(8).
               02 pv_temoin PIC X(10).
               02 pv_certificat PIC X(20).
               02 pv_photo PIC X(40).
               02 pv_remarque PIC X(30).
               02 pv_dateSaisie PIC X(8).
               02 pv_employeSaisie PIC X(10).

      *>Annonce d'un exemplaire individualise sur la place de marche
      *>en ligne : tant qu'elle est en ligne, l'exemplaire est retenu
      *>hors de la vente en caisse ; la vente importee la clot avec
      *>sa vente, son colis et la commission retenue, l'annonce
      *>terminee ou echue rend l'exemplaire au rayon
       FD fannonces.
           01 tamp_fannonce.
               02 an_id PIC 9(15).
               02 an_idExemplaire PIC 9(15).
               02 an_titre PIC X(30).
               02 an_prix PIC 9(6)v9(2).
               02 an_dateDebut PIC X(8).
               02 an_dateFin PIC X(8).
               02 an_statut PIC 9(1).
                   88 ANNONCE_EN_LIGNE VALUE 0.
                   88 ANNONCE_VENDUE VALUE 1.
                   88 ANNONCE_TERMINEE VALUE 2.
               02 an_dateCloture PIC X(8).
               02 an_refCommande PIC X(20).
               02 an_idVente PIC 9(15).
               02 an_idExpedition PIC 9(15).
               02 an_commission PIC 9(6)v9(2).
               02 an_employe PIC X(10).

      *>Annonces au format de la place de marche (fichier delimite
      *>sku;titre;etat;note;prix;artiste;provenance;certificat;
      *>photo;fin), le sku etant l'id de l'annonce
       FD fannoncesCsv.
           01 ligneAnnonceCsv PIC X(250).

      *>Commandes vendues de la place de marche (fichier delimite
      *>sku;commande;prix;commission;port;nom;prenom;mail;adresse)
       FD fventesPlaceMarche.
           01 ligneVentePlaceMarche PIC X(250).

      *>Fichier de tri partage par les rapports d'agregation : il
      *>remplace les tables en memoire a taille figee, qui
      *>tronquaient silencieusement les classements une fois pleines
       SD ftriTravail.
           01 tamp_tri.
               02 tri_cle PIC X(30).
               02 tri_idRef PIC 9(15).
               02 tri_quantite PIC 9(6).
               02 tri_montant PIC 9(9)v9(2).

      *>Fichier de tri de la chronologie d'un client : tous ses
      *>evenements, toutes sources confondues, remis dans l'ordre
      *>des dates
       SD ftriChrono.
           01 tamp_triChrono.
               02 tch_date PIC X(8).
               02 tch_ordre PIC 9(6).
               02 tch_type PIC X(2).
               02 tch_libelle PIC X(60).

      *>Fichier de tri des lignes d'ecriture d'un exercice : chaque
      *>journal ressort dans l'ordre des dates, les lignes d'une
      *>meme piece restant groupees dans leur ordre de generation
       SD ftriFec.
           01 tamp_triFec.
               02 tfc_journal PIC X(2).
               02 tfc_date PIC X(8).
               02 tfc_piece PIC X(15).
               02 tfc_ordre PIC 9(7).
               02 tfc_compte PIC X(6).
               02 tfc_compteAux PIC X(16).
               02 tfc_libelleAux PIC X(30).
               02 tfc_libelle PIC X(40).
               02 tfc_sens PIC X.
               02 tfc_montant PIC 9(9)v9(2).


       WORKING-STORAGE SECTION.
           77 cr_fachats PIC 9(2).
           01 achat.
                02 ac_id PIC 9(15).
                02 ac_dateAchat PIC X(10).
                02 ac_titreComics PIC X(30).
                02 ac_quantite PIC 9(4).
                02 ac_prixAchat PIC 9(6)v9(2).
                02 ac_nomFournisseur PIC A(30).
               02 ve_id PIC 9(15).
               02 ve_statut PIC 9(15).
               02 ve_dateVente PIC X(10).
               02 ve_titreComics PIC X(30).
               02 ve_prixVente PIC 9(6)v9(2).
               02 ve_client PIC 9(15).
           01 inventaire.
               02 in_id PIC 9(15).
               02 in_titre PIC X(30).
               02 in_auteur PIC A(30).
               02 in_quantite PIC 9(4).
               02 in_prix PIC 9(6)v9(2).
               02 cl_nom PIC A(30).
               02 cl_tel PIC 9(10).
               02 cl_mail PIC A(30).
               02 cl_ptsFidelite PIC 9(5).
               02 cl_typeClient PIC X(1).

      *>Variables communes utilisees par les menus (groupe_15_Menu.cpy)
           77 utilisateur PIC X(1).
           77 trouveMenu PIC 9.
           77 choixMenu PIC 99.
           77 choixMenu2 PIC 99.

      *>Variables communes utilisees par le journal d'audit
      *>(ENREGISTRER_JOURNAL, dans groupe_15_Menu.cpy) ; le numero
           77 idClient PIC 9(15).
           77 Wfin PIC 9.
           77 nbClient PIC 9(5).
           77 ptsFidelite PIC 9(5).
           77 idClientFusion PIC 9(15).
           77 ptsARedeemer PIC 9(5).
           77 reponseRedemption PIC X(1).
           77 montantReduction PIC 9(6)v9(2).

      *>(groupe_15_inventaire.cpy)
           77 trouve PIC 9.
           77 idRef PIC 9(15).
           77 titreRef PIC X(30).
           77 idArticleRef PIC 9(15).
      *>Les fichiers designent un article de l'inventaire par son id
      *>(fi_id, cle de finventaire) ; le titre n'y est plus qu'un
      *>libelle, resolu en id par RESOUDRE_ID_REFERENCE
           77 titreIdRef PIC X(30).
           77 idReference PIC 9(15).
           77 crOuvertureRef PIC 9(2).
           77 crOuvertureCmd PIC 9(2).
           77 nbRefsMigrees PIC 9(7).
           77 nbRefsNonResolues PIC 9(7).
           77 WfinMigrRef PIC 9.
           77 fichierMigrRef PIC X(20).
           77 cleMigrRef PIC X(20).
           77 nomAuteur PIC A(30).
           77 choixRechercheC PIC 9.
           77 choixAffichageStock PIC 9.
           77 tauxRemiseClient PIC 9v99.
           77 montantRemiseType PIC 9(6)v9(2).

      *>Loi sur le prix unique du livre : la remise totale consentie
      *>sur un livre ne peut exceder 5 % du prix public fixe par
      *>l'editeur (9 % pour les bibliotheques et autres
      *>collectivites) ; l'excedent est ecrete en caisse et trace sur
      *>la ligne de vente (fvl_remiseEcretee)
           77 TAUX_PLAFOND_LIVRE PIC 9v99 VALUE 0.05.
           77 TAUX_PLAFOND_LIVRE_COLL PIC 9v99 VALUE 0.09.
           77 tauxPlafondLivre PIC 9v99.
           77 prixPublicLivreHT PIC 9(6)v9(2).
           77 prixPlancherLivreHT PIC 9(6)v9(2).
           77 montantEcreteUnitaire PIC 9(6)v9(2).
           77 plancherLivresTTC PIC 9(8)v9(2).
           77 plancherLigneTTC PIC 9(8)v9(2).
           77 cumulLivresTTC PIC 9(8)v9(2).
           77 remisePanierDemandee PIC 9(6)v9(2).
           77 remisePanierEcretee PIC 9(6)v9(2).
           77 partEcretageLigne PIC 9(6)v9(2).
           77 cumulPartsEcretage PIC 9(6)v9(2).
           77 noLignePlafond PIC 9(3).
           77 derniereLigneLivre PIC 9(3).
           77 nbLignesHorsPlafond PIC 9(5).
           77 nbLignesEcretees PIC 9(5).
           77 totalEcretePeriode PIC 9(8)v9(2).
           77 remiseLigneLivre PIC S9(6)v9(2).
           77 dateVentePlafond PIC X(10).
           77 clientVentePlafond PIC 9(15).
           77 venteLignePlafond PIC 9.
           77 WfinPlafond PIC 9.

      *>Variables utilisees pour repartir une reduction sur le prix TTC
      *>(code promo, points de fidelite) entre la part HT et la part
      *>TVA, afin que fv_prixVenteHT + fv_montantTVA reste egal a
           77 idFournisseur PIC 9(15).
           77 trouveFournisseur PIC 9.
           77 trouveIdFournisseur PIC 9.
           77 titreHistoriquePrix PIC X(30).
           77 idRefHistoriquePrix PIC 9(15).
           77 nbPrixHistorique PIC 9(3).

           77 TAUX_COMMISSION PIC 9v99 VALUE 0.02.
           01 tableInventaireSerie.
               02 serieEntree OCCURS 100 TIMES
                              INDEXED BY idxSerie.
                   03 serieNom PIC X(30).
                   03 serieQuantite PIC 9(6).
           77 nbSeriesDistinctes PIC 9(3) VALUE 0.
           77 idxRechercheSerie PIC 9(3).
           77 qteDejaPanier PIC 9(4).
           77 dispoPanier PIC 9(4).
           77 reponseAutreLigne PIC X(1).
      *>Annulation de ligne en cours de saisie : seule la derniere
      *>ligne retenue s'annule, sa remise soldes etant gardee a part
           77 derniereLigneAnnulable PIC 9.
           77 remiseSoldesDerniereLigne PIC 9(6)v9(2).
           77 nbLignesAnnuleesPanier PIC 9(3).
           77 commandeVoulue PIC 9.
           77 reponseCommande PIC X(1).
           77 finLignesVente PIC 9.
           01 tableLignesVente.
               02 ligneVenteEntree OCCURS 50 TIMES
                                   INDEXED BY idxLigneVente.
                   03 lvTitre PIC X(30).
                   03 lvIdRef PIC 9(15).
                   03 lvQuantite PIC 9(4).
                   03 lvPrixUnitaireHT PIC 9(6)v9(2).
                   03 lvPrixLigneHT PIC 9(6)v9(2).
                   03 lvPrixLigneTTC PIC 9(6)v9(2).
                   03 lvIdExemplaire PIC 9(15).
                   03 lvTauxTVA PIC 9v9(3).
                   03 lvPrixPublicHT PIC 9(6)v9(2).
                   03 lvRemiseEcretee PIC 9(6)v9(2).
                   03 lvRegimeMarge PIC 9.
                   03 lvCoutAchatMarge PIC 9(6)v9(2).

      *>Variables utilisees par le rapport de vigilance par
      *>caissier : huit indicateurs par employe et par heure de la
      *>journee, compares au taux de l'equipe sur les memes heures ;
      *>un employe au dela de SEUIL_ECART_VIGILANCE pour cent des
      *>pairs (et d'au moins MIN_EVENEMENTS_VIGILANCE evenements) est
      *>signale
           77 SEUIL_ECART_VIGILANCE PIC 9(3) VALUE 50.
           77 MIN_EVENEMENTS_VIGILANCE PIC 9(2) VALUE 3.
           77 MAX_EMPLOYES_VIGILANCE PIC 9(2) VALUE 30.
           77 NB_INDICATEURS_VIGILANCE PIC 9 VALUE 8.
           01 tableVigilance.
               02 vgEmploye OCCURS 30 TIMES.
                   03 vgId PIC X(10).
                   03 vgEcartCaisse PIC 9(7)v9(2).
                   03 vgHeure OCCURS 24 TIMES.
                       04 vgVentes PIC 9(5).
                       04 vgEvenement PIC 9(5) OCCURS 8 TIMES.
           01 tableEquipeVigilance.
               02 veHeure OCCURS 24 TIMES.
                   03 veVentes PIC 9(6).
                   03 veEvenement PIC 9(6) OCCURS 8 TIMES.
           01 libellesVigilanceValeurs.
               02 FILLER PIC X(24) VALUE "Remboursements".
               02 FILLER PIC X(24) VALUE "Echanges".
               02 FILLER PIC X(24) VALUE "Lignes annulees".
               02 FILLER PIC X(24) VALUE "Paniers abandonnes".
               02 FILLER PIC X(24) VALUE "Derogations (forcages)".
               02 FILLER PIC X(24) VALUE "Remises (codes promo)".
               02 FILLER PIC X(24) VALUE "Mouvements sans vente".
               02 FILLER PIC X(24) VALUE "Sessions en ecart".
           01 libellesVigilance REDEFINES libellesVigilanceValeurs.
               02 libelleVigilance PIC X(24) OCCURS 8 TIMES.
           77 dateDebutVigilance PIC X(8).
           77 dateFinVigilance PIC X(8).
           77 employeVigilance PIC X(10).
           77 dateEvtVigilance PIC X(10).
           77 indicVigilance PIC 9.
           77 idxVigilance PIC 9(2).
           77 idxRechVigilance PIC 9(2).
           77 heureVigilance PIC 9(2).
           77 nbEmployesVigilance PIC 9(2).
           77 WfinVigilance PIC 9.
           77 ventesEmpVigilance PIC 9(6).
           77 evtReelVigilance PIC 9(6).
           77 evtAttenduVigilance PIC 9(6)v9(4).
           77 ventesPairsVigilance PIC 9(6).
           77 evtPairsVigilance PIC 9(6).
           77 seuilCalcVigilance PIC 9(6)v9(4).
           77 tauxReelVigilance PIC 9(4)v9(2).
           77 tauxPairsVigilance PIC 9(4)v9(2).
           77 tauxReelEdition PIC ZZZ9.99.
           77 tauxPairsEdition PIC ZZZ9.99.
           77 evtReelEdition PIC ZZZZ9.
           77 signalVigilance PIC X(1).
           77 nbSignalementsVigilance PIC 9(3).
           77 ecartAbsVigilance PIC 9(7)v9(2).
           77 ecartVigilanceEdition PIC ZZZZZZ9.99.

      *>Variables utilisees pour les sessions de caisse (ouverture et
      *>fermeture du tiroir par poste), les mouvements d'especes hors
           77 montantBonVendu PIC 9(6)v9(2).
           77 totalBonsActifs PIC 9(8)v9(2).
           77 nbBonsActifs PIC 9(5).
           77 VALIDITE_BON_CADEAU PIC 9(3) VALUE 12.
           77 VALIDITE_AVOIR PIC 9(3) VALUE 12.
           77 DELAI_RELANCE_BON PIC 9(3) VALUE 30.
           77 nbMoisValidite PIC 9(3).
           77 moisCalculBon PIC 9(3).
           77 dateJourBon PIC X(8).
           77 entierExpirationBon PIC 9(7).
           77 ageBonJours PIC 9(5).
           77 idxTrancheBon PIC 9.
           77 libelleTrancheBon PIC X(30).
           77 nbBonsRelances PIC 9(5).
           77 nbBonsExpires PIC 9(5).
           77 totalBonsExpires PIC 9(8)v9(2).
           77 totalBonsCadeau PIC 9(8)v9(2).
           77 totalAvoirs PIC 9(8)v9(2).
           01 dateExpirationBon.
               02 anExpirationBon PIC 9(4).
               02 moisExpirationBon PIC 9(2).
               02 jourExpirationBon PIC 9(2).
           01 tableAgeBons.
               02 trancheAgeBon OCCURS 4 TIMES.
                   03 nbBonsTranche PIC 9(5).
                   03 soldeBonsTranche PIC 9(8)v9(2).
           77 WfinBon PIC 9.

      *>Variables utilisees pour le releve des points de fidelite et
      *>leur expiration glissante (VALIDITE_POINTS mois apres le
      *>gain, rappel DELAI_RELANCE_PTS jours avant)
           77 cr_fptsFidelite PIC 9(2).
           77 VALIDITE_POINTS PIC 9(3) VALUE 24.
           77 DELAI_RELANCE_PTS PIC 9(3) VALUE 30.
           77 clientMouvPts PIC 9(15).
           77 typeMouvPts PIC X(2).
           77 sensMouvPts PIC X(1).
           77 nbPtsMouv PIC 9(5).
           77 referenceMouvPts PIC 9(15).
           77 ptsAConsommer PIC 9(5).
           77 ptsConsommes PIC 9(5).
           77 ancienSoldePts PIC 9(5).
           77 restantTotalPts PIC 9(6).
           77 ptsExpires PIC 9(5).
           77 ptsBientotExpires PIC 9(5).
           77 dateProchaineExpiPts PIC X(8).
           77 nbLignesPts PIC 9(5).
           77 nbClientsPtsExpires PIC 9(5).
           77 nbClientsPtsRelances PIC 9(5).
           77 totalPtsExpires PIC 9(8).
           77 libelleMouvPts PIC X(25).
           77 entierExpirationPts PIC 9(7).
           77 dernierClientPts PIC 9(15).
           77 clientPtsTrouve PIC 9.
           77 WfinPts PIC 9.
           77 WfinClientPts PIC 9.
           77 dateMouvPts PIC X(21).
           01 dateExpirationPts.
               02 anExpirationPts PIC 9(4).
               02 moisExpirationPts PIC 9(2).
               02 jourExpirationPts PIC 9(2).

      *>Variables utilisees pour la revue annuelle des statuts
      *>clients : depense nette des 12 derniers mois comparee au
      *>seuil de client fidele, retrogradation apres DELAI_GRACE_
      *>STATUT mois sous le seuil, changements appliques
      *>DELAI_REVUE_STATUTS jours apres le rapport de revue
           77 cr_fstatutsClients PIC 9(2).
           77 SEUIL_CLIENT_FIDELE PIC 9(6)v9(2) VALUE 300.
           77 DELAI_GRACE_STATUT PIC 9(2) VALUE 3.
           77 DELAI_REVUE_STATUTS PIC 9(2) VALUE 7.
           77 dateJourRevue PIC X(8).
           77 dateDebutRevue PIC X(8).
           77 dateDerniereRevue PIC X(8).
           77 entierLimiteStatut PIC 9(7).
           77 nbPropositionsStatut PIC 9(5).
           77 nbGracesEchues PIC 9(5).
           77 nbChangementsStatut PIC 9(5).
           77 nbClientsRevus PIC 9(5).
           77 revueGraceSeule PIC 9.
           77 statutApplique PIC 9.
           77 mailClientStatut PIC A(30).
           77 nomClientStatut PIC X(40).
           77 reponseEpingle PIC X(1).
           77 WfinStatut PIC 9.
           77 WfinVentesStatut PIC 9.
           01 dateFinGraceStatut.
               02 anFinGraceStatut PIC 9(4).
               02 moisFinGraceStatut PIC 9(2).
               02 jourFinGraceStatut PIC 9(2).

      *>Variables utilisees pour les foyers : points mis en commun
      *>chez le titulaire, abonnements et mises de cote partages,
      *>releve et segmentation au niveau du foyer
           77 cr_ffoyers PIC 9(2).
           77 membreMouvPts PIC 9(15).
           77 idClientFoyer PIC 9(15).
           77 titulaireFoyer PIC 9(15).
           77 titulaireReference PIC 9(15).
           77 idTitulaireSaisi PIC 9(15).
           77 idMembreSaisi PIC 9(15).
           77 membreEnFoyer PIC 9.
           77 clientDansFoyer PIC 9.
           77 ptsRepris PIC 9(5).
           77 nbMembresFoyer PIC 9(3).
           77 clientRetrait PIC 9(15).
           77 releveFoyer PIC 9.
           77 segmentationFoyer PIC 9 VALUE 0.
           77 reponseFoyer PIC X(1).
           77 WfinFoyer PIC 9.
           77 WfinPtsFoyer PIC 9.
           77 clientDepartPts PIC 9(15).
           77 clientArriveePts PIC 9(15).
           77 membreFiltrePts PIC 9(15).
           77 soldeMembreFoyer PIC 9(5).
           77 lignePtsTrouvee PIC 9.

      *>Variables utilisees pour le registre des consentements
      *>marketing (bulletin NL, promotions PR, anniversaire AN)
           77 cr_fconsentements PIC 9(2).
           77 idClientConsent PIC 9(15).
           77 finaliteConsent PIC X(2).
           77 statutConsent PIC X(1).
           77 sourceConsent PIC X(2).
           77 detailConsent PIC X(30).
           77 consentementOk PIC 9.
           77 reponseConsent PIC X(1).
           77 libelleFinalite PIC X(12).
           77 etatConsentNL PIC X(1).
           77 etatConsentPR PIC X(1).
           77 etatConsentAN PIC X(1).
           77 nbSansConsentement PIC 9(5).
           77 nbDesinscriptions PIC 9(5).
           77 nbMailsInconnus PIC 9(5).
           77 nbLignesConsent PIC 9(5).
           77 mailDesinscrit PIC X(50).
           77 champFinaliteDesinscr PIC X(10).
           77 clientTrouveMail PIC 9.
           77 WfinConsent PIC 9.
           77 WfinClientConsent PIC 9.

      *>Variables utilisees pour les retours de la passerelle
      *>mail/SMS et la liste des coordonnees a corriger
           77 cr_fcontactsACorriger PIC 9(2).
           77 SEUIL_REJETS_INJOIGNABLE PIC 9(2) VALUE 2.
           77 idClientContact PIC 9(15).
           77 contactJoignable PIC 9.
           77 ancienMailContact PIC A(30).
           77 champIdRetour PIC X(15).
           77 champCodeRetour PIC X(10).
           77 champMotifRetour PIC X(30).
           77 idNotifRetour PIC 9(15).
           77 nbRetoursDelivres PIC 9(5).
           77 nbRetoursTemporaires PIC 9(5).
           77 nbRetoursDefinitifs PIC 9(5).
           77 nbRetoursIgnores PIC 9(5).
           77 nbNouveauxInjoignables PIC 9(5).
           77 nbInjoignablesExclus PIC 9(5).
           77 nbContactsACorriger PIC 9(5).
           77 WfinRetour PIC 9.
           77 WfinContact PIC 9.

      *>Variables utilisees pour la chronologie d'un client
           77 idClientChrono PIC 9(15).
           77 filtreTypeChrono PIC X(2).
           77 dateDebutChrono PIC X(8).
           77 dateFinChrono PIC X(8).
           77 imprimerChrono PIC X(1).
           77 dateChrono PIC X(8).
           77 typeChrono PIC X(2).
           77 libelleChrono PIC X(60).
           77 montantChrono PIC Z(6)9.99.
           77 ordreChrono PIC 9(6).
           77 nbEvenementsChrono PIC 9(5).
           77 finChrono PIC 9.
           77 WfinChrono PIC 9.
           77 WfinChronoLigne PIC 9.

      *>Variables utilisees pour les identifiants web des clients et
      *>l'export nocturne de l'espace "mon compte" du site
           77 cr_fcomptesWeb PIC 9(2).
           77 cr_fexportComptesWeb PIC 9(2).
           77 loginWebSaisi PIC X(30).
           77 choixCompteWeb PIC 9.
           77 nbComptesExportes PIC 9(6).
           77 nbLignesCompteWeb PIC 9(7).
           77 sommeControleWeb PIC 9(9).
           77 positionControleWeb PIC 9(3).
           77 ptsCompteWeb PIC 9(5).
           77 foyerCompteWeb PIC 9.
           77 etaLigneWeb PIC X(8).
           77 etatLigneWeb PIC X(8).
           77 idCmdFournWeb PIC 9(15).
           77 idFournisseurWeb PIC 9(15).
           77 dateCmdFournWeb PIC X(8).
           77 montantCompteWeb PIC 9(6).99.
           77 WfinCompteWeb PIC 9.
           77 WfinDetailWeb PIC 9.
           77 WfinLigneWeb PIC 9.

      *>Variables utilisees pour les dossiers du service client
           77 cr_fdossiersClients PIC 9(2).
           77 cr_fnotesDossiers PIC 9(2).
           77 choixDossier PIC 9.
           77 idDossier PIC 9(15).
           77 dossierTrouve PIC 9.
           77 lienValide PIC 9.
           77 texteNoteDossier PIC X(60).
           77 idClientDossier PIC 9(15).
           77 nbDossiersOuverts PIC 9(5).
           77 nbDossiersEnRetard PIC 9(5).
           77 libelleStatutDossier PIC X(20).
           77 titreRemplacementDossier PIC X(30).
           77 reponseDossier PIC X(1).
           77 resolutionDossier PIC X(2).
           77 refResolutionDossier PIC X(15).
           77 WfinDossier PIC 9.
           77 WfinNoteDossier PIC 9.

      *>Variables utilisees pour les bons de retour imprimes sur le
      *>recu et leurs regles d'emission
           77 cr_freglesRebond PIC 9(2).
           77 choixRegleRebond PIC 9.
           77 idRegleRebond PIC 9(15).
           77 regleTrouvee PIC 9.
           77 typeCibleRebond PIC X(1).
           77 cibleRebond PIC X(30).
           77 titreLigneRebond PIC X(30).
           77 idRefLigneRebond PIC 9(15).
           77 ligneQualifiante PIC 9.
           77 noLigneRebond PIC 9(3).
           77 nbLignesRebond PIC 9(3).
           77 montantQualifiant PIC 9(7)v9(2).
           77 nbBonsRecu PIC 9(3).
           77 nbBonsEmis PIC 9(6).
           77 nbBonsUtilises PIC 9(6).
           77 tauxRetourBons PIC 9(3)v9(2).
           77 caRetourBons PIC 9(9)v9(2).
           77 totalBonsEmis PIC 9(6).
           77 totalBonsUtilises PIC 9(6).
           77 totalCARetourBons PIC 9(9)v9(2).
           77 quotientBonRetour PIC 9(15).
           77 valeurBonEdition PIC Z(5)9.99.
           77 tauxRetourEdition PIC ZZ9.99.
           77 caRetourEdition PIC Z(8)9.99.
           77 WfinRegle PIC 9.
           77 WfinBonRetour PIC 9.
           77 WfinLigneRebond PIC 9.
           01 codeBonRetour.
               02 cbr_prefixe PIC X(1).
               02 cbr_numero PIC 9(7).
               02 cbr_controle PIC 9(2).

      *>Variables utilisees pour garer un panier en caisse et le
      *>reprendre depuis n'importe quel poste ; les allocations d'un
      *>panier gare sont posees sous la cle G + numero de ticket
           77 cr_fpaniersGares PIC 9(2).
           77 cr_flignesGarees PIC 9(2).
           77 ticketPanierGare PIC 9(15).
           77 reponseGarerPanier PIC X(1).
           77 codePromoGare PIC X(10) VALUE SPACES.
           77 panierGare PIC 9 VALUE 0.
           77 panierGareTrouve PIC 9.
           77 nbPaniersGares PIC 9(3).
           77 noLigneGaree PIC 9(3).
           77 posteAllocation PIC X(10).
           77 origineVentePanier PIC X(30).
           77 WfinPanierGare PIC 9.
           77 WfinLigneGaree PIC 9.
           01 cleAllocGaree.
               02 cag_prefixe PIC X(1) VALUE "G".
               02 cag_ticket PIC 9(9).

      *>Variables utilisees pour les achats du personnel : mode
      *>achat du personnel en caisse, plafond mensuel, retenue sur
      *>salaire et etat mensuel des retenues
           77 cr_fachatsPersonnel PIC 9(2).
           77 reponseAchatPersonnel PIC X(1).
           77 achatPersonnel PIC 9 VALUE 0.
           77 acheteurPersonnel PIC X(10).
           77 tauxRemisePersonnel PIC 9(3).
           77 plafondAchatPersonnel PIC 9(6)v9(2).
           77 montantBrutPersonnel PIC 9(6)v9(2).
           77 montantRemisePersonnel PIC 9(6)v9(2).
           77 montantNetPersonnel PIC 9(6)v9(2).
           77 cumulAchatsPersonnel PIC 9(7)v9(2).
           77 montantRetenueSalaire PIC 9(6)v9(2).
           77 retenueAnnulee PIC 9.
           77 moisAchatPersonnel PIC X(6).
           77 nbAchatsPersoEmp PIC 9(4).
           77 brutPersoEmp PIC 9(7)v9(2).
           77 remisePersoEmp PIC 9(7)v9(2).
           77 netPersoEmp PIC 9(7)v9(2).
           77 retenuePersoEmp PIC 9(7)v9(2).
           77 totalRetenuesPerso PIC 9(8)v9(2).
           77 totalRemisesPerso PIC 9(8)v9(2).
           77 montantPersoEdition PIC Z(6)9.99.
           77 montantPersoEdition2 PIC Z(6)9.99.
           77 montantPersoEdition3 PIC Z(6)9.99.
           77 montantPersoEdition4 PIC Z(6)9.99.
           77 WfinAchatPerso PIC 9.

      *>Variables utilisees pour la preparation mensuelle de la paie :
      *>controle des pointages, ventilation des heures par semaine
      *>(normales, supplementaires), dimanches et jours feries,
      *>commissions et retenues, fichier d'import du cabinet de paie
           77 HEURES_HEBDO_LEGALES PIC 9(2)v9(2) VALUE 35.
           77 cr_fjoursFeries PIC 9(2).
           77 choixGestionPaie PIC 9.
           77 choixJourFerie PIC 9.
           77 WfinFerie PIC 9.
           77 moisPaie PIC X(6).
           77 moisPaieNum PIC 9(6).
           77 entierDebutPaie PIC 9(7).
           77 entierJourPaie PIC 9(7).
           77 premiereSemainePaie PIC 9(7).
           77 semainePaie PIC 9(7).
           77 jourSemainePaie PIC 9.
           77 idxSemainePaie PIC 9(2).
           77 jourFeriePaie PIC 9.
           77 reponseApprobation PIC X(1).
           77 nbCorrectionsAttente PIC 9(4).
           01 tableSemainesPaie.
               02 minutesSemainePaie PIC 9(6) OCCURS 6.
           77 minutesPointagePaie PIC 9(6).
           77 minutesContratPaie PIC 9(6).
           77 minutesNormalesPaie PIC 9(6).
           77 minutesSuppPaie PIC 9(6).
           77 minutesDimanchePaie PIC 9(6).
           77 minutesFeriesPaie PIC 9(6).
           77 totalMinNormalesPaie PIC 9(8).
           77 totalMinSuppPaie PIC 9(8).
           77 totalMinDimanchePaie PIC 9(8).
           77 totalMinFeriesPaie PIC 9(8).
           77 caCommissionPaie PIC 9(8)v9(2).
           77 commissionPaie PIC 9(7)v9(2).
           77 retenueAchatsPaie PIC 9(7)v9(2).
           77 totalCommissionsPaie PIC 9(8)v9(2).
           77 totalRetenuesPaie PIC 9(8)v9(2).
           77 nbSalariesPaie PIC 9(4).
           77 nbAnomaliesPaie PIC 9(4).
           77 heuresDecimalesPaie PIC 9(5)v9(2).
           77 heuresNormalesEdition PIC 9(3).9(2).
           77 heuresSuppEdition PIC 9(3).9(2).
           77 heuresDimancheEdition PIC 9(3).9(2).
           77 heuresFeriesEdition PIC 9(3).9(2).
           77 commissionPaieEdition PIC 9(6).9(2).
           77 retenuePaieEdition PIC 9(6).9(2).
           77 moisSuivantPaie PIC 9(6).
           77 debutMoisPaie PIC X(8).
           77 finMoisPaie PIC X(8).
           77 joursCPPaie PIC 9(3)v9(1).
           77 joursMaladiePaie PIC 9(3)v9(1).
           77 joursFormationPaie PIC 9(3)v9(1).
           77 joursSansSoldePaie PIC 9(3)v9(1).
           77 joursAutresPaie PIC 9(3)v9(1).
           77 joursCPEdition PIC 9(2).9(1).
           77 joursMaladieEdition PIC 9(2).9(1).
           77 joursFormationEdition PIC 9(2).9(1).
           77 joursSansSoldeEdition PIC 9(2).9(1).
           77 joursAutresEdition PIC 9(2).9(1).

      *>Variables utilisees pour les absences du personnel : saisie
      *>et decision des demandes, decompte des jours ouvrables,
      *>acquisition mensuelle des conges payes, absences vues par le
      *>planning et par le rapport planifie contre pointe
           77 CONGES_ACQUIS_MOIS PIC 9v9(1) VALUE 2.5.
           77 cr_fabsences PIC 9(2).
           77 choixAbsence PIC 9.
           77 absenceParGerant PIC 9.
           77 idAbsence PIC 9(15).
           77 employeAbsence PIC X(10).
           77 typeAbsenceSaisi PIC X(2).
           77 dateDebutAbsence PIC X(8).
           77 dateFinAbsence PIC X(8).
           77 demiJourDebutAbs PIC X(1).
           77 demiJourFinAbs PIC X(1).
           77 borneDebutAbs PIC X(8).
           77 borneFinAbs PIC X(8).
           77 entierJourAbs PIC 9(7).
           77 entierFinAbs PIC 9(7).
           77 dateJourAbs PIC X(8).
           77 joursComptesAbs PIC 9(3)v9(1).
           77 absenceValide PIC 9.
           77 chevauchementAbsence PIC 9.
           77 reponseAbsence PIC X(1).
           77 WfinAbsence PIC 9.
           77 dateAbsenceTest PIC X(8).
           77 periodeAbsence PIC X(1).
           77 periodeTrouvee PIC X(1).
           77 absenceEnAttente PIC 9.
           77 typeAbsenceTrouve PIC X(2).
           77 nbAbsencesListees PIC 9(4).
           77 moisAcquisition PIC X(6).
           77 rangMoisAcquisition PIC 9(6).
           77 rangDernierAcquis PIC 9(6).
           77 nbEmployesAcquis PIC 9(4).
           77 soldeCongesEdition PIC -ZZ9.9.
           77 nbAbsentsCreneau PIC 9(2).
           77 pointageJourTrouve PIC 9.
           77 WfinPtJour PIC 9.
           77 minutesPosteJour PIC 9(6).
           77 nbJoursJustifies PIC 9(4).
           77 nbJoursInjustifies PIC 9(4).
           77 minutesAbsJustifiees PIC 9(8).
           77 minutesAbsInjustifiees PIC 9(8).

      *>Variables utilisees pour l'acompte encaisse a l'enregistrement
      *>d'une commande (30 pour cent par defaut) et le reglement du
           77 nbExemplairesStock PIC 9(4).
           77 WfinExemplaire PIC 9.

      *>Variables utilisees pour le regime de la marge sur les biens
      *>d'occasion rachetes aux particuliers : la TVA n'est due que
      *>sur la difference entre le prix de vente TTC et le prix de
      *>rachat, et n'apparait ni sur le recu ni sur la facture
           77 exemplaireRegimeMarge PIC 9.
           77 coutAchatExemplaire PIC 9(6)v9(2).
           77 venteRegimeMarge PIC 9.
           77 margeTTCUnitaire PIC S9(6)v9(2).
           77 reponseRegimeMarge PIC X.
           77 noExemplaireRachat PIC 9(4).
           77 cumulTVAMarge PIC 9(8)v9(2).
           77 nbLignesMarge PIC 9(5).
           77 tvaCollecteeMarge PIC 9(9)v9(2).
           77 ventesMargeTTC PIC 9(9)v9(2).
           77 coutAchatMargePeriode PIC 9(9)v9(2).
           77 margeTaxableHT PIC S9(9)v9(2).

      *>Variables utilisees pour le grand livre des mouvements de
      *>stock : chaque increment ou decrement de fi_quantite, quel
      *>qu'en soit le motif, est trace dans fmouvStock pour pouvoir
      *>expliquer l'historique du stock d'un titre
           77 cr_fmouvStock PIC 9(2).
           77 idMouvStockNumerique PIC 9(13).
           77 mouvStockTitre PIC X(30).
           77 mouvStockIdRef PIC 9(15).
           77 mouvStockQuantite PIC S9(4).
           77 mouvStockMotif PIC X(10).
           77 mouvStockReference PIC X(15).
           01 tableStockDormant.
               02 dormantEntree OCCURS 200 TIMES
                                INDEXED BY idxDormantTbl.
                   03 sdTitre PIC X(30).
                   03 sdQuantite PIC 9(4).
                   03 sdPrixVente PIC 9(6)v9(2).
                   03 sdValeur PIC 9(9)v9(2).
           01 tableMargeTitre.
               02 margeEntree OCCURS 200 TIMES
                              INDEXED BY idxMargeTbl.
                   03 mgTitre PIC X(30).
                   03 mgSerie PIC X(30).
                   03 mgCondition PIC X(2).
                   03 mgQuantite PIC 9(6).
                   03 mgCAHT PIC 9(9)v9(2).
           01 tableMargeSerie.
               02 margeSerieEntree OCCURS 100 TIMES
                                   INDEXED BY idxMargeSerieTbl.
                   03 mgsSerie PIC X(30).
                   03 mgsCAHT PIC 9(9)v9(2).
                   03 mgsCout PIC 9(9)v9(2).
           01 tableMargeCondition.
           77 coutMoyenTitre PIC 9(6)v9(2).
           77 totalQteAchatTitre PIC 9(6).
           77 totalValAchatTitre PIC 9(9)v9(2).
           77 titreLigneMarge PIC X(30).
           77 idRefLigneMarge PIC 9(15).
           77 qteLigneMarge PIC 9(4).
           77 caHTLigneMarge PIC 9(9)v9(2).
           77 coutLigneMarge PIC 9(9)v9(2).
           77 margeTotalePeriode PIC S9(9)v9(2).
           77 caHTTotalMarge PIC 9(9)v9(2).
           77 coutTotalMarge PIC 9(9)v9(2).
           77 serieLigneMarge PIC X(30).
           77 conditionLigneMarge PIC X(2).
           77 WfinMarge PIC 9.
           77 WfinMargeL PIC 9.
           77 WfinTvaL PIC 9.
           77 idVenteTva PIC 9(15).
           77 montantTVAVente PIC 9(6)v9(2).
           77 titreVenteTva PIC X(30).
           77 idRefVenteTva PIC 9(15).

      *>Variables utilisees pour l'export des ecritures comptables
      *>(lignes debit/credit equilibrees par vente, retour et achat
      *>saisie des lignes, pointage des arrivees et retrait partiel
      *>des lignes arrivees pendant que le reste reste ouvert
           77 cr_fcommandesLignes PIC 9(2).
           77 cr_fcommandes PIC 9(2).
           77 WfinCmd PIC 9.
           77 nbCommandesMigrees PIC 9(7).
           77 nbCommandesNonMigrees PIC 9(7).
           77 idMaxCommandeMigree PIC 9(15).
           77 nbLignesCommande PIC 9(3).
           77 noLigneCommande PIC 9(3).
           77 montantRetraitLignes PIC 9(8)v9(2).
           77 montantEncaisseRetrait PIC 9(8)v9(2).
           77 reponseRetraitLigne PIC X(1).
           77 reponseArriveeLigne PIC X(1).
           77 reponseAvisArrivee PIC X(1).
           77 resteLignesOuvertes PIC 9(3).
           77 commandeALignes PIC 9.
           77 WfinCmdDetail PIC 9.
              VALUE "ventes_perdues.dat".
           77 nomFichierCmdLignes PIC X(40)
              VALUE "commandes_lignes.dat".
           77 nomFichierCommandes PIC X(40)
              VALUE "commandes.dat".
           77 nomFichierEmployes PIC X(40) VALUE "employes.dat".
           77 nomFichierCredentials PIC X(40)
              VALUE "credentials.dat".
           77 nomFichierDerogations PIC X(40)
              VALUE "derogations.dat".
           77 nomFichierPointages PIC X(40) VALUE "pointages.dat".
           77 nomFichierPaniersGares PIC X(40)
              VALUE "paniers_gares.dat".
           77 nomFichierLignesGarees PIC X(40)
              VALUE "lignes_garees.dat".
           77 nomFichierAchatsPerso PIC X(40)
              VALUE "achats_personnel.dat".
           77 nomBackupFormInv PIC X(40).
           77 nomBackupFormCli PIC X(40).

           01 tableNouveautes.
               02 nouveauteEntree OCCURS 50 TIMES
                                  INDEXED BY idxNouvTbl.
                   03 nvTitre PIC X(30).
                   03 nvSerie PIC X(30).
                   03 nvAuteur PIC A(30).
           77 nbNouveautes PIC 9(2).
           77 idxNouveaute PIC 9(2).
           77 dateDernierBulletin PIC 9(8).
           77 clientInteresse PIC 9.
           77 serieInteretClient PIC X(30).
           77 nbBulletinsEnvoyes PIC 9(4).
           77 WfinBull PIC 9.
           77 WfinBull2 PIC 9.
           01 tablePairesVente.
               02 paireEntree OCCURS 50 TIMES
                              INDEXED BY idxPaireTbl.
                   03 prTitre PIC X(30).
           77 nbTitresPaire PIC 9(3).
           77 idxPaire PIC 9(3).
           77 idxPaire2 PIC 9(3).
           77 idHistoPrix PIC 9(15).
           77 ancienPrixHisto PIC 9(6)v9(2).
           77 originePrixHisto PIC X(2).
           77 titreHisto PIC X(30).
           77 idRefHisto PIC 9(15).
           77 nbChangementsPrix PIC 9(4).
           77 qteVendueApresBaisse PIC 9(4).
           77 WfinHisto PIC 9.
           77 WfinEdi PIC 9.

      *>Variables utilisees pour l'import des commandes du site web
      *>(fichier delimite isbn;quantite;mail;telephone;nom;prenom
      *>puis, pour une commande reglee sur le site, reference et
      *>montant du paiement en ligne) :
      *>rapprochement par ISBN, client retrouve par mail ou
      *>telephone (cree sinon), reservation si le stock couvre,
      *>commande si le titre est en rupture, rejets listes (web.cpy)
           77 nbRejetsWeb PIC 9(4).
           77 WfinWeb PIC 9.
           77 WfinWeb2 PIC 9.
           77 champRefPaiementWeb PIC X(30).
           77 champMontantPayeWeb PIC X(12).
           77 montantPayeWeb PIC 9(6)v9(2).
           77 idPrepaiementWeb PIC 9(15).
           77 premiereReservationWeb PIC 9(15).

      *>Variables utilisees pour le mode hors les murs : extraction
      *>du stock emporte, capture autonome des ventes du salon,
      *>manque a gagner (groupe_15_vente.cpy)
           77 cr_fventesPerdues PIC 9(2).
           77 idVentePerdue PIC 9(15).
           77 titrePerdu PIC X(30).
           77 idRefPerdu PIC 9(15).
           77 qteVouluePerdue PIC 9(4).
           77 qteServiePerdue PIC 9(4).
           77 manqueAGagnerTitre PIC 9(9)v9(2).
      *>Variables utilisees pour l'echange d'un article d'une vente
      *>contre un autre : reprise et remplacement dans la meme
      *>transaction, seul l'ecart de prix etant encaisse ou rembourse
           77 titreReprisEchange PIC X(30).
           77 titreRemplacement PIC X(30).
           77 idRefReprisEchange PIC 9(15).
           77 idRefRemplacement PIC 9(15).
           77 ligneEchangeTrouvee PIC 9.
           77 noLigneEchange PIC 9(3).
           77 nbLignesLuesEchange PIC 9(3).
      *>un exemplaire est reserve par abonne et le client est prevenu
           77 cr_fabonnements PIC 9(2).
           77 idAbonnement PIC 9(15).
           77 serieAbonnement PIC X(30).
           77 nbAbonnesServis PIC 9(3).
           77 nbAbonnementsClient PIC 9(3).
           77 WfinAb PIC 9.
      *>Variables utilisees pour l'analyse des lacunes d'une serie
      *>chez un client : tomes connus de la boutique, tomes deja
      *>achetes par le client, et tomes manquants a lui proposer
           77 serieLacunes PIC X(30).
           77 clientPossedeTitre PIC 9.
           77 nbTomesSerie PIC 9(3).
           77 nbTomesPossedes PIC 9(3).
           77 cr_ftarifFournisseur PIC 9(2).
           77 nomTarifFournisseur PIC X(30).
           77 champIsbnTarif PIC X(13).
           77 champTitreTarif PIC X(30).
           77 champAuteurTarif PIC A(30).
           77 champSerieTarif PIC X(30).
           77 champPrixTarif PIC X(12).
           77 prixTarif PIC 9(6)v9(2).
           77 nbLignesTarif PIC 9(5).
           77 confirmationPin PIC 9(4).
           77 WfinEmploye PIC 9.

      *>Variables utilisees par la protection des PIN : empreinte
      *>salee calculee par etirement (HACHER_PIN), verrouillage
      *>apres SEUIL_ECHECS_PIN echecs consecutifs, expiration apres
      *>DUREE_VALIDITE_PIN jours et refus des NB_PIN_HISTORIQUE
      *>derniers PIN (5 au plus, taille de cred_historique)
           77 SEUIL_ECHECS_PIN PIC 9(2) VALUE 3.
           77 DUREE_VALIDITE_PIN PIC 9(3) VALUE 90.
           77 NB_PIN_HISTORIQUE PIC 9 VALUE 3.
           77 TOURS_HACHAGE_PIN PIC 9(4) VALUE 1000.
           77 MODULE_HACHAGE_PIN PIC 9(12) VALUE 999999999989.
           77 idPinControle PIC X(10).
           77 pinControle PIC 9(4).
           77 pinAChanger PIC 9.
           77 pinAHacher PIC 9(4).
           77 selPin PIC 9(8).
           77 empreintePin PIC 9(12).
           77 tourHachage PIC 9(4).
           77 horodatagePin PIC X(21).
           77 pinReutilise PIC 9.
           77 rangHistoriquePin PIC 9.
           77 changementPinForce PIC X(1).
           77 ageJoursPin PIC 9(6).
           77 nbPinsConvertis PIC 9(4).
           77 WfinCredentials PIC 9.

      *>Variables utilisees pour la pointeuse (entrees/sorties des
      *>employes, correction par le gerant et rapport d'heures pour
      *>la paie, en remplacement de la feuille papier)
           77 cr_fruncontrol PIC 9(2).
           77 dateClotureJour PIC X(8).
           77 etapeCloture PIC 9(2).
           77 NB_ETAPES_CLOTURE PIC 9(2) VALUE 21.
           77 clotureDejaFaite PIC 9.
           77 etapeDejaFaite PIC 9.
           77 nbEtapesExecutees PIC 9(2).
      *>borne au seul TOP_N demande (plus de plafond sur le nombre
      *>de valeurs distinctes)
           77 triCleCourante PIC X(30).
           77 idRefTriCourant PIC 9(15).
           77 triCompteurGroupe PIC 9(7).
           77 triQuantiteGroupe PIC 9(8).
           77 triMontantGroupe PIC 9(10)v9(2).
               02 palEntree OCCURS 100 TIMES
                            INDEXED BY idxPalTbl.
                   03 palTitre PIC X(30).
                   03 palIdRef PIC 9(15).
                   03 palCompteur PIC 9(7).
           77 nbPalmares PIC 9(3).
           77 idxPalmares PIC 9(3).
               02 prepEntree OCCURS 200 TIMES
                             INDEXED BY idxPrepTbl.
                   03 prepEmplacement PIC X(10).
                   03 prepTitre PIC X(30).
                   03 prepIdCommande PIC 9(15).
                   03 prepNomClient PIC A(30).
                   03 prepTelClient PIC 9(10).
           77 dateAchatRetourMax PIC X(10).
           77 nomFournisseurRetour PIC A(30).

      *>Variables utilisees pour le calendrier des sorties : saisie
      *>ou import de la liste distributeur (fichier delimite
      *>isbn;titre;editeur;serie;dateSortie;dateFOC), embargo en
      *>caisse et sur le catalogue, liberation des mises de cote
           77 cr_fcalendrier PIC 9(2).
           77 cr_fsortiesDistrib PIC 9(2).
           77 nomSortiesDistrib PIC X(30).
           77 WfinCal PIC 9.
           77 WfinSortie PIC 9.
           77 calTrouve PIC 9.
           77 titreEmbargo PIC X(30).
           77 isbnEmbargo PIC X(13).
           77 titreEmbargue PIC 9.
           77 dateSortieEmbargo PIC X(8).
           77 dateHeureCal PIC X(21).
           77 dateLendemainCal PIC X(8).
           77 titreSortieCal PIC X(30).
           77 idRefSortieCal PIC 9(15).
           77 champIsbnCal PIC X(13).
           77 champTitreCal PIC X(30).
           77 champEditeurCal PIC X(30).
           77 champSerieCal PIC X(30).
           77 champDateSortieCal PIC X(8).
           77 champDateFOCCal PIC X(8).
           77 origineCal PIC X(1).
           77 ligneCalValide PIC 9.
           77 colonneParution PIC X(20).
           77 nbLignesCal PIC 9(5).
           77 nbSortiesCreees PIC 9(5).
           77 nbSortiesMajees PIC 9(5).
           77 nbErreursCal PIC 9(5).
           77 nbSortiesPubliees PIC 9(5).
           77 nbRetraitsPrevenus PIC 9(5).
           77 nbSortiesAffichees PIC 9(5).

      *>Variables utilisees pour les propositions de quantite FOC :
      *>demande connue par sortie a venir (abonnes de la serie,
      *>liste de souhaits, lignes de commande client ouvertes,
      *>ecoulement moyen des numeros precedents de la serie), plus
      *>les exemplaires de rayon, moins le stock et l'en-commande
           77 cr_fpropositionsFOC PIC 9(2).
           77 EXEMPLAIRES_RAYON_FOC PIC 9(3) VALUE 2.
           77 WfinFOC PIC 9.
           77 WfinFOC2 PIC 9.
           77 propositionExiste PIC 9.
           77 qteVendueSerieFOC PIC 9(6).
           77 nbNumerosSerieFOC PIC 9(3).
           77 qteBesoinFOC PIC S9(7).
           77 qteRetenueSaisie PIC 9(4).
           77 reponsePropositionFOC PIC X(1).
           77 nbPropositionsFOC PIC 9(5).
           77 nbPropositionsValidees PIC 9(5).
           77 commandeDepuisFOC PIC 9 VALUE 0.
           77 serieSortieFOC PIC X(30).

      *>Variables utilisees pour le droit de retour des livraisons
      *>en office : reponse et delai saisis a la reception, date
      *>limite calculee, horizon du rapport hebdomadaire et retour
      *>en une fois des couches choisies
           77 HORIZON_RETOUR_OFFICE PIC 9(3) VALUE 30.
           77 receptionEnOffice PIC 9 VALUE 0.
           77 reponseOffice PIC X(1).
           77 moisDelaiRetour PIC 9(2).
           77 dateLimiteRetourRecep PIC X(8).
           77 anLimiteRetour PIC 9(4).
           77 moisLimiteRetour PIC 9(2).
           77 jourLimiteRetour PIC 9(2).
           77 dateLimiteRetourNum PIC 9(8).
           77 dateHorizonRetour PIC X(8).
           77 dateJourRetour PIC X(8).
           77 WfinOffice PIC 9.
           77 nbCouchesEcheance PIC 9(5).
           77 qteEcheanceTotale PIC 9(7).
           77 valeurEcheanceTotale PIC 9(8)v9(2).
           77 valeurCoucheOffice PIC 9(8)v9(2).
           77 nbCouchesExpirees PIC 9(5).
           77 fournisseurOfficeChoisi PIC 9(15).
           77 qteRetourOffice PIC 9(4).
           77 totalAvoirsOffice PIC 9(8)v9(2).
           77 nbRetoursOffice PIC 9(5).

      *>Variables utilisees pour les editeurs : fiche editeur et
      *>ses conditions, rattachement des references, et rapport
      *>par editeur (ventes, marge FIFO, stock, stock dormant et
      *>taux de retour) alimente par le fichier de tri
           77 cr_fediteurs PIC 9(2).
           77 idEditeur PIC 9(15).
           77 nomEditeurSaisi PIC X(30).
           77 editeurTrouve PIC 9.
           77 reponseEditeur PIC X(1).
           77 WfinEditeur PIC 9.
           77 nbEditeursAffiches PIC 9(5).
           77 serieRattachement PIC X(30).
           77 nbRattachements PIC 9(5).
           77 idRefConditionsEditeur PIC 9(15).
           77 prixAttenduEditeur PIC 9(6)v9(2).
           77 remiseEditeurSaisie PIC 9(2)v9(2).
           77 moisDelaiLivraison PIC 9(2).
           77 dateLimiteLivraison PIC X(8).
           77 editeurFiltre PIC 9(15).
           77 ventilationParEditeur PIC 9 VALUE 0.
           77 dateDebutEditeur PIC X(8).
           77 dateFinEditeur PIC X(8).
           77 dateVenteEditeur PIC X(8).
           77 idVenteEditeur PIC 9(15).
           77 nbLignesVenteEditeur PIC 9(4).
           77 editeurTitreTri PIC 9(15).
           77 editeurCourant PIC 9(15).
           77 codeMesureEditeur PIC X(2).
           77 qteMesureEditeur PIC 9(6).
           77 montantMesureEditeur PIC 9(9)v9(2).
           77 qteVendueEditeur PIC 9(7).
           77 caEditeur PIC 9(9)v9(2).
           77 coutEditeur PIC 9(9)v9(2).
           77 margeEditeur PIC S9(9)v9(2).
           77 margeEditeurAbs PIC 9(9)v9(2).
           77 signeMargeEditeur PIC X(1).
           77 qteStockEditeur PIC 9(7).
           77 valeurStockEditeur PIC 9(9)v9(2).
           77 qteDormantEditeur PIC 9(7).
           77 valeurDormantEditeur PIC 9(9)v9(2).
           77 qteAcheteeEditeur PIC 9(7).
           77 qteRetourneeEditeur PIC 9(7).
           77 avoirsEditeur PIC 9(9)v9(2).
           77 tauxRetourEditeur PIC 9(3)v9(2).
           77 nbEditeursRapport PIC 9(5).
           77 caTotalEditeurs PIC 9(9)v9(2).
           77 coutTotalEditeurs PIC 9(9)v9(2).

      *>Variables utilisees pour l'import du flux bibliographique
      *>(creation ou mise a jour des references par ISBN, sauf
      *>saisie locale) et la reprise d'une notice a la saisie
           77 cr_fluxBiblio PIC 9(2).
           77 cr_fnotices PIC 9(2).
           77 nomFluxBiblio PIC X(50).
           77 WfinBiblio PIC 9.
           77 champIsbnBib PIC X(13).
           77 champTitreBib PIC X(30).
           77 champAuteurBib PIC X(30).
           77 champEditeurBib PIC X(30).
           77 champSerieBib PIC X(30).
           77 champTomeBib PIC X(5).
           77 champFormatBib PIC X(10).
           77 champPrixBib PIC X(12).
           77 champCategorieBib PIC X(5).
           77 champDateBib PIC X(10).
           77 prixBiblio PIC 9(6)v9(2).
           77 categorieBiblio PIC X(2).
           77 idEditeurBiblio PIC 9(15).
           77 idRefBiblio PIC 9(15).
           77 titreLibreBiblio PIC 9.
           77 referenceModifiee PIC 9.
           77 nbLignesBiblio PIC 9(6).
           77 nbCreesBiblio PIC 9(6).
           77 nbMajBiblio PIC 9(6).
           77 nbIdentiquesBiblio PIC 9(6).
           77 nbIgnoresBiblio PIC 9(6).
           77 nbErreursBiblio PIC 9(6).
           77 noticeReprise PIC 9 VALUE 0.
           77 saisieLocaleRef PIC X(1).
           77 isbnReference PIC X(13).

      *>Variables utilisees pour les expeditions des commandes a
      *>distance (colis, bordereau, confirmations de livraison)
           77 cr_fexpeditions PIC 9(2).
           77 cr_fluxLivraisons PIC 9(2).
           77 nomFluxLivraisons PIC X(50).
           77 idExpedition PIC 9(15).
           77 WfinExpe PIC 9.
           77 WfinLivraison PIC 9.
           77 reponseColisLigne PIC X(1).
           77 adresseExpedition PIC X(40).
           77 nomDestinataire PIC X(61).
           77 nbLignesColis PIC 9(3).
           77 transporteurSaisi PIC X(20).
           77 numeroSuiviSaisi PIC X(30).
           77 poidsColisSaisi PIC 9(6).
           77 portFactureSaisi PIC 9(4)v9(2).
           77 portPayeSaisi PIC 9(4)v9(2).
           77 champSuiviLiv PIC X(30).
           77 champDateLiv PIC X(10).
           77 colisEnTransit PIC 9(3).
           77 nbLignesLivraison PIC 9(6).
           77 nbColisLivres PIC 9(6).
           77 nbColisInconnus PIC 9(6).
           77 nbCommandesLivrees PIC 9(6).
           77 nbColisPeriode PIC 9(6).
           77 totalPortFacture PIC 9(7)v9(2).
           77 totalPortPaye PIC 9(7)v9(2).
           77 ecartPort PIC S9(7)v9(2).
           77 ecartPortAbs PIC 9(7)v9(2).
           77 signeEcartPort PIC X(1).
           77 dateDebutPort PIC X(8).
           77 dateFinPort PIC X(8).

      *>Variables utilisees pour le registre des prepaiements web
      *>et le rapprochement des versements du prestataire
           77 cr_fprepaiementsWeb PIC 9(2).
           77 cr_fversementsWeb PIC 9(2).
           77 nomVersementsWeb PIC X(50).
           77 WfinVersement PIC 9.
           77 WfinPrepaiement PIC 9.
           77 champDateVers PIC X(10).
           77 champTypeVers PIC X(2).
           77 champRefVers PIC X(30).
           77 champMontantVers PIC X(12).
           77 champFraisVers PIC X(12).
           77 montantVerse PIC 9(6)v9(2).
           77 fraisVerse PIC 9(4)v9(2).
           77 montantAttenduWeb PIC 9(6)v9(2).
           77 ecartVersement PIC 9(6)v9(2).
           77 prepaiementTrouve PIC 9.
           77 montantUnitairePrepaye PIC 9(6)v9(2).
           77 nbLignesVersement PIC 9(6).
           77 nbVersementsPointes PIC 9(6).
           77 nbExceptionsWeb PIC 9(6).
           77 totalVerseWeb PIC 9(8)v9(2).
           77 totalFraisWeb PIC 9(7)v9(2).
           77 dateLimiteVersement PIC 9(8).
           77 DELAI_VERSEMENT_WEB PIC 9(2) VALUE 7.

      *>Variables utilisees pour l'avis d'expedition du distributeur
      *>(import, reception par exception, rapport d'ecarts)
           77 cr_favisExpedition PIC 9(2).
           77 WfinAvis PIC 9.
           77 champ1Avis PIC X(15).
           77 champ2Avis PIC X(15).
           77 champ3Avis PIC X(15).
           77 idCommandeAvis PIC 9(15).
           77 numeroAvisCourant PIC X(15).
           77 dateAvisCourant PIC X(8).
           77 colisAvisCourant PIC X(10).
           77 noLigneAvis PIC 9(3).
           77 avisDejaImporte PIC 9.
           77 isbnAvis PIC X(13).
           77 qteAvis PIC 9(4).
           77 titreAvis PIC X(30).
           77 idRefAvis PIC 9(15).
           77 ligneCFAvis PIC 9(3).
           77 nbLignesAvis PIC 9(5).
           77 nbLignesAvisRapprochees PIC 9(5).
           77 nbLignesAvisHorsCommande PIC 9(5).
           77 nbEcartsAvis PIC 9(5).
           77 avisPresent PIC 9.
           77 qteAnnoncee PIC 9(5).
           77 saisieQteRecue PIC X(6).
           77 reponseAvisGlobal PIC X(1).
           77 confirmerAvisTout PIC 9.

      *>Variables utilisees pour le rapprochement des factures
      *>fournisseur (lignes, tolerances, feuille d'ecarts, liberation)
           77 cr_ffacturesFournLignes PIC 9(2).
           77 WfinFFL PIC 9.
           77 saisieArticleFF PIC X(30).
           77 noLigneFF PIC 9(3).
           77 nbEcartsFacture PIC 9(3).
           77 montantLignesFacture PIC 9(8)v9(2).
           77 montantLigneFF PIC 9(8)v9(2).
           77 ecartMontantFacture PIC S9(8)v9(2).
           77 ecartPrixFF PIC S9(6)v9(2).
           77 seuilPrixFF PIC 9(6)v9(4).
           77 qteFacturableFF PIC S9(5).
           77 qteDejaSaisieFF PIC 9(5).
           77 ecartQteFF PIC 9.
           77 ecartPrixLigneFF PIC 9.
           77 reponseLiberation PIC X(1).
           77 nbFacturesNonRapprochees PIC 9(5).
           77 TOLERANCE_PRIX_FACTURE PIC 9(2)v9(2) VALUE 2.
           77 TOLERANCE_QTE_FACTURE PIC 9(3) VALUE 0.
           77 TOLERANCE_MONTANT_FACTURE PIC 9(4)v9(2) VALUE 1.

      *>Variables utilisees pour les frais d'approche (repartition
      *>sur les receptions, majoration des couches, correction du
      *>cout des ventes)
           77 cr_ffraisApproche PIC 9(2).
           77 WfinFrais PIC 9.
           77 idFraisApproche PIC 9(15).
           77 baseTotaleFrais PIC 9(9)v9(2).
           77 baseLigneFrais PIC 9(9)v9(2).
           77 partLigneFrais PIC 9(8)v9(2).
           77 montantFraisReparti PIC 9(8)v9(2).
           77 majorationUnitaire PIC 9(6)v9(2).
           77 partStockFrais PIC 9(8)v9(2).
           77 correctionLigneFrais PIC S9(8)v9(2).
           77 nbLignesFrais PIC 9(5).
           77 noLigneFrais PIC 9(5).
           77 coucheFraisTrouvee PIC 9.
           77 qteRestanteFrais PIC 9(4).
           77 totalCorrectionsFrais PIC S9(8)v9(2).

      *>Variables utilisees pour le rapprochement bancaire (import
      *>du releve, pointage, rapport de rapprochement)
           77 cr_freglementsCarte PIC 9(2).
           77 cr_freleveBanque PIC 9(2).
           77 cr_flignesBanque PIC 9(2).
           77 nomReleveBanque PIC X(30).
           77 WfinBanque PIC 9.
           77 WfinBanque2 PIC 9.
           77 champTypeBanque PIC X(3).
           77 champDateBanque PIC X(10).
           77 champLibelleBanque PIC X(40).
           77 champMontantBanque PIC X(20).
           77 montantBanqueSigne PIC S9(8)v9(2).
           77 soldeReleveBanque PIC S9(9)v9(2).
           77 dateSoldeBanque PIC X(8).
           77 soldeComptableBanque PIC S9(9)v9(2).
           77 saisieSoldeComptable PIC X(20).
           77 soldeAjusteBanque PIC S9(9)v9(2).
           77 ecartSoldesBanque PIC S9(9)v9(2).
           77 ligneBanqueEnDouble PIC 9.
           77 pointageTrouve PIC 9.
           77 entierDateBanque PIC 9(8).
           77 entierDatePiece PIC 9(8).
           77 montantNetCB PIC 9(8)v9(2).
           77 nbLignesBanqueLues PIC 9(5).
           77 nbLignesBanquePointees PIC 9(5).
           77 nbLignesBanqueExpliquer PIC 9(5).
           77 nbLignesBanqueDoubles PIC 9(5).
           77 totalCreditsTransit PIC 9(9)v9(2).
           77 totalDebitsTransit PIC 9(9)v9(2).
           77 totalLignesExpliquer PIC S9(9)v9(2).
           77 montantEditeBanque PIC -(9)9.99.
           77 DELAI_POINTAGE_BANQUE PIC 9(2) VALUE 10.

      *>Variables utilisees pour les prelevements SEPA des comptes
      *>clients et des echeances de plans (facturation.cpy) : le
      *>debit est presente DELAI_PRELEVEMENT jours apres le lot et
      *>tenu pour encaisse DELAI_REJET_PRELEVEMENT jours plus tard
      *>s'il n'a pas ete rejete
           77 cr_fmandatsSepa PIC 9(2).
           77 cr_fprelevements PIC 9(2).
           77 reponseMandat PIC X(1).
           77 trouveMandat PIC 9.
           77 mandatValide PIC 9.
           77 prelevEnCours PIC 9.
           77 prelevEtaitEncaisse PIC 9.
           77 idLotPrelev PIC 9(15).
           77 idPrelevement PIC 9(15).
           77 datePrelevement PIC X(8).
           77 entierDatePrelev PIC 9(8).
           77 montantPrelevement PIC 9(8)v9(2).
           77 nbPrelevLot PIC 9(5).
           77 totalPrelevLot PIC 9(9)v9(2).
           77 nbPrelevEncaisses PIC 9(5).
           77 nbPrelevRejetes PIC 9(5).
           77 WfinPrelev PIC 9.
           77 champEntetePrelev PIC X(3).
           77 champRefPrelev PIC X(15).
           77 champMotifPrelev PIC X(4).
           77 DELAI_PRELEVEMENT PIC 9(2) VALUE 5.
           77 DELAI_REJET_PRELEVEMENT PIC 9(2) VALUE 5.

      *>Variables utilisees pour les cheques impayes (tresorerie.cpy)
      *>et le refus du reglement par cheque d'un client qui en a un
      *>en cours (caisse.cpy)
           77 cr_fchequesImpayes PIC 9(2).
           77 idImpaye PIC 9(15).
           77 idVenteImpaye PIC 9(15).
           77 noLigneImpaye PIC 9(3).
           77 idClientImpaye PIC 9(15).
           77 trouveImpaye PIC 9.
           77 chequeRefuse PIC 9 VALUE 0.
           77 modeRegulImpaye PIC X(2).
           77 nbImpayesOuverts PIC 9(5).
           77 totalImpayesOuverts PIC 9(9)v9(2).
           77 nbImpayesRegul PIC 9(5).
           77 totalImpayesRegul PIC 9(9)v9(2).
           77 WfinImpaye PIC 9.

      *>Variables utilisees pour le registre du coffre et les
      *>billetages (caisse.cpy) : les quinze coupures en euros, des
      *>billets de 500 aux pieces de 1 centime
           01 valeursCoupures.
               02 FILLER PIC 9(3)v9(2) VALUE 500.
               02 FILLER PIC 9(3)v9(2) VALUE 200.
               02 FILLER PIC 9(3)v9(2) VALUE 100.
               02 FILLER PIC 9(3)v9(2) VALUE 50.
               02 FILLER PIC 9(3)v9(2) VALUE 20.
               02 FILLER PIC 9(3)v9(2) VALUE 10.
               02 FILLER PIC 9(3)v9(2) VALUE 5.
               02 FILLER PIC 9(3)v9(2) VALUE 2.
               02 FILLER PIC 9(3)v9(2) VALUE 1.
               02 FILLER PIC 9(3)v9(2) VALUE 0.50.
               02 FILLER PIC 9(3)v9(2) VALUE 0.20.
               02 FILLER PIC 9(3)v9(2) VALUE 0.10.
               02 FILLER PIC 9(3)v9(2) VALUE 0.05.
               02 FILLER PIC 9(3)v9(2) VALUE 0.02.
               02 FILLER PIC 9(3)v9(2) VALUE 0.01.
           01 tableCoupures REDEFINES valeursCoupures.
               02 valeurCoupure PIC 9(3)v9(2) OCCURS 15 TIMES.
           77 NB_COUPURES PIC 9(2) VALUE 15.
           77 cr_fcoffre PIC 9(2).
           77 cr_fbilletages PIC 9(2).
           77 idxCoupure PIC 9(2).
           77 valeurCoupureEdit PIC ZZ9.99.
           77 totalBilletage PIC 9(8)v9(2).
           77 idBilletage PIC 9(15).
           77 typeMouvCoffre PIC X(2).
           77 montantCoffre PIC 9(8)v9(2).
           77 idSessionCoffre PIC 9(15).
           77 idRemiseCoffre PIC 9(15).
           77 soldeCoffre PIC S9(8)v9(2).
           77 soldeOuvertureCoffre PIC S9(8)v9(2).
           77 ecartCoffre PIC S9(8)v9(2).
           77 montantEditeCoffre PIC -(8)9.99.
           77 reponseCoffre PIC X(1).
           77 dateControleCoffre PIC X(8).
           77 nbMouvCoffre PIC 9(5).
           77 nbComptagesCoffre PIC 9(5).
           77 champRefCoffre PIC X(20).
           77 WfinCoffre PIC 9.
           77 cr_fdepenses PIC 9(2).
           77 idDepense PIC 9(15).
           77 idDepenseCourante PIC 9(15).
           77 trouveDepense PIC 9.
           77 depenseADupliquer PIC 9.
           77 montantTTCDepense PIC 9(8)v9(2).
           77 compteCharge PIC X(6).
           77 modePaiementDep PIC X(2).
           77 modeleDepense PIC X(146).
           77 nbMoisRecurrence PIC 9(2).
           77 nbDepensesCreees PIC 9(5).
           77 totalDepensesPrev PIC 9(9)v9(2).
           77 tvaDeductibleCharges PIC 9(9)v9(2).
           77 entierLimitePrev PIC 9(7).
           01 dateCalculDepense.
               02 anCalculDep PIC 9(4).
               02 moisCalculDep PIC 9(2).
               02 jourCalculDep PIC 9(2).
           01 dateCalculDepenseNum REDEFINES dateCalculDepense PIC 9(8).
           77 WfinDepense PIC 9.
           77 cr_fimmobilisations PIC 9(2).
           77 idImmo PIC 9(15).
           77 trouveImmo PIC 9.
           77 anAmortImmo PIC 9(4).
           77 anCibleImmo PIC 9(4).
           77 anAcquisitionImmo PIC 9(4).
           77 anCessionImmo PIC 9(4).
           77 moisDebutImmo PIC 9(2).
           77 moisFinImmo PIC 9(2).
           77 moisAnneeImmo PIC 9(2).
           77 moisRestantsImmo PIC 9(3).
           77 tauxDegressifImmo PIC 9v9(4).
           77 dotationLineaireImmo PIC 9(8)v9(2).
           77 dotationImmo PIC 9(8)v9(2).
           77 dotationCibleImmo PIC 9(8)v9(2).
           77 cumulImmo PIC 9(8)v9(2).
           77 vncImmo PIC 9(8)v9(2).
           77 ecrirePlanImmo PIC 9.
           77 compteImmo PIC X(6).
           77 compteAmortImmo PIC X(6).
           77 totalBrutImmo PIC 9(9)v9(2).
           77 totalCumulImmo PIC 9(9)v9(2).
           77 totalVncImmo PIC 9(9)v9(2).
           77 totalDotationsExo PIC 9(9)v9(2).
           77 nbImmoDotees PIC 9(5).
           77 montantEditeImmo PIC Z(7)9.99.
           77 WfinImmo PIC 9.


      *>Variables utilisees pour les rappels de produits
      *>(groupe_15_inventaire.cpy) : la table des references visees
      *>par le rappel en cours, avec leurs exemplaires hors rayon et
      *>leurs ventes passees, et la table des clients deja prevenus
           77 cr_frappels PIC 9(2).
           77 cr_frappelsLignes PIC 9(2).
           77 idRappel PIC 9(15).
           77 trouveRappel PIC 9.
           77 titreRappele PIC 9.
           77 idRappelBloquant PIC 9(15).
           77 idRefControleRappel PIC 9(15).
           77 isbnControleRappel PIC X(13).
           77 typeCibleRappel PIC X(1).
           77 reponseRappel PIC X(1).
           77 notifierPretsRappel PIC 9.
           77 WfinRappel PIC 9.
           77 WfinRappel2 PIC 9.
           77 MAX_REFS_RAPPEL PIC 9(3) VALUE 200.
           77 nbRefsRappel PIC 9(3).
           77 idxRefRappel PIC 9(3).
           77 idxRechRappel PIC 9(3).
           01 tableRefsRappel.
               02 refRappel OCCURS 200 TIMES.
                   03 rfrId PIC 9(15).
                   03 rfrTitre PIC X(30).
                   03 rfrConsigne PIC 9(5).
                   03 rfrReservees PIC 9(5).
                   03 rfrPrets PIC 9(5).
                   03 rfrGradations PIC 9(5).
                   03 rfrTransit PIC 9(5).
                   03 rfrAnnonces PIC 9(5).
                   03 rfrVendues PIC 9(7).
                   03 rfrClients PIC 9(5).
           77 MAX_CLIENTS_RAPPEL PIC 9(4) VALUE 2000.
           77 nbClientsRappel PIC 9(4).
           77 idxClientRappel PIC 9(4).
           77 clientDejaPrevenu PIC 9.
           01 tableClientsRappel.
               02 clientRappel PIC 9(15) OCCURS 2000 TIMES.
           77 idClientRappel PIC 9(15).
           77 statutVenteRappel PIC 9(15).
           77 venteRappelTrouvee PIC 9.
           77 qteMagasinRappel PIC S9(5).
           77 qteMarqueeRappel PIC 9(5).
           77 nbRetoursRappel PIC 9(5).
           77 totalTrouveRappel PIC S9(7).
           77 totalRetourneRappel PIC 9(7).
           77 totalResteRappel PIC S9(7).
           77 totalHorsRayonRappel PIC 9(7).
           77 totalVenduRappel PIC 9(7).
           77 qteEditeRappel PIC -(6)9.
           77 qteEditeRappel2 PIC -(6)9.
           77 qteEditeRappel3 PIC -(6)9.
           77 nbTitresRappelesExclus PIC 9(5).

      *>Variables utilisees pour les propositions de reequilibrage
      *>du stock entre magasins : fenetre de ventes et de ventes
      *>perdues, couverture visee, table des magasins d'un titre et
      *>listes de preparation par magasin expediteur
           77 cr_fpropTransferts PIC 9(2).
           77 idPropTransfert PIC 9(15).
           77 NB_SEMAINES_REEQUILIBRAGE PIC 9(2) VALUE 4.
           77 COUVERTURE_REEQUILIBRAGE PIC 9(2) VALUE 4.
           77 STOCK_MINI_REEQUILIBRAGE PIC 9(2) VALUE 1.
           77 entierDebutReeq PIC 9(7).
           01 cleTriReeq.
               02 ctrIdRef PIC 9(15).
               02 ctrMagasin PIC X(2).
               02 ctrType PIC X(1).
                   88 TRI_REEQ_STOCK VALUE "S".
                   88 TRI_REEQ_VENDU VALUE "V".
                   88 TRI_REEQ_PERDU VALUE "P".
                   88 TRI_REEQ_TRANSIT VALUE "T".
               02 FILLER PIC X(12).
           77 idRefReeqCourant PIC 9(15).
           77 MAX_MAGASINS_REEQ PIC 9(2) VALUE 10.
           77 nbMagasinsReeq PIC 9(2).
           77 idxMagReeq PIC 9(2).
           77 idxSourceReeq PIC 9(2).
           77 idxDestReeq PIC 9(2).
           01 tableMagasinsReeq.
               02 magReeq OCCURS 10.
                   03 mrCode PIC X(2).
                   03 mrStock PIC S9(5).
                   03 mrVendu PIC 9(6).
                   03 mrPerdu PIC 9(6).
                   03 mrTransit PIC 9(6).
                   03 mrCible PIC 9(6).
                   03 mrBesoin PIC S9(6).
                   03 mrSurplus PIC S9(6).
           77 effectifReeq PIC S9(6).
           77 gardeReeq PIC 9(6).
           77 qteProposeeReeq PIC 9(6).
           77 maxBesoinReeq PIC S9(6).
           77 maxSurplusReeq PIC S9(6).
           77 appariementReeq PIC 9.
           77 nbPropositionsReeq PIC 9(5).
           77 nbTitresReeq PIC 9(6).
           77 titreReeq PIC X(30).
           77 WfinReeq PIC 9.
           77 reponseReeq PIC X(1).
           77 modeRevueReeq PIC X(1).
           77 magasinPosteSauve PIC X(2).
           77 nbTransfertsAcceptes PIC 9(5).
           77 nbPropositionsRejetees PIC 9(5).
           77 nbSourcesPrepa PIC 9(2).
           77 idxSourcePrepa PIC 9(2).
           01 tableSourcesPrepa.
               02 spCode PIC X(2) OCCURS 10.
           77 sourcePrepaConnue PIC 9.
           77 magasinPrepa PIC X(2).
           77 nbLignesPrepa PIC 9(5).
           77 qteEditeReeq PIC Z(5)9.
           77 qteEditeReeq2 PIC -(5)9.
           77 qteEditeReeq3 PIC Z(5)9.
           77 qteEditeReeq4 PIC -(5)9.
           77 qteEditeReeq5 PIC Z(5)9.
           77 qteEditeReeq6 PIC Z(5)9.

      *>Variables utilisees pour le comparatif des magasins : une
      *>colonne par magasin, la periode choisie (1) et la meme
      *>periode de l'annee precedente (2)
           77 cr_fphotosMagasin PIC 9(2).
           77 MAX_MAGASINS_CMP PIC 9(2) VALUE 10.
           77 nbMagasinsCmp PIC 9(2).
           77 idxMagCmp PIC 9(2).
           77 idxRechCmp PIC 9(2).
           77 idxPerCmp PIC 9.
           77 idxCatCmp PIC 9.
           77 idxIndicCmp PIC 9(2).
           77 NB_INDICATEURS_CMP PIC 9(2) VALUE 22.
           77 idxBlocCmp PIC 9(2).
           77 idxFinBlocCmp PIC 9(2).
           77 magasinCmp PIC X(2).
           77 dateEvtCmp PIC X(8).
           77 dateDebutCmp PIC X(8).
           77 dateFinCmp PIC X(8).
           77 dateDebutCmpN1 PIC X(8).
           77 dateFinCmpN1 PIC X(8).
           77 dateCalculCmp PIC 9(8).
           77 WfinCmp PIC 9.
           77 WfinCmp2 PIC 9.
           01 tableComparatif.
               02 cmpMagasin OCCURS 10.
                   03 cmpCode PIC X(2).
                   03 cmpPeriode OCCURS 2.
                       04 cmpCaHT PIC 9(9)v9(2).
                       04 cmpCaTTC PIC 9(9)v9(2).
                       04 cmpTickets PIC 9(7).
                       04 cmpUnites PIC 9(7).
                       04 cmpCout PIC 9(9)v9(2).
                       04 cmpCaCategorie PIC 9(9)v9(2) OCCURS 5.
                       04 cmpValeurPhotos PIC 9(13)v9(2).
                       04 cmpNbPhotos PIC 9(5).
                       04 cmpDemarqueQte PIC 9(7).
                       04 cmpDemarqueVal PIC 9(9)v9(2).
                       04 cmpEcartCaisse PIC S9(7)v9(2).
                       04 cmpSessionsEcart PIC 9(5).
                       04 cmpMinutes PIC 9(9).
           77 valeurIndicCmp PIC S9(11)v9(2).
           77 valeurIndicCmpN1 PIC S9(11)v9(2).
           77 libelleIndicCmp PIC X(22).
           77 valeurEditeCmp PIC -(9)9.99.
           77 valeurEditeCmpN1 PIC -(9)9.99.
           77 valeurEditeCmp2 PIC -(9)9.99.
           77 valeurEditeCmpN12 PIC -(9)9.99.
           77 minutesEntreeCmp PIC 9(11).
           77 minutesSortieCmp PIC 9(11).
           77 nbPhotosMagasinEcrites PIC 9(3).
           77 coutUnitairePhoto PIC 9(7)v9(4).
           77 nbMagasinsPhoto PIC 9(2).
           77 idxMagPhoto PIC 9(2).
           01 tablePhotosMagasin.
               02 phmMagasin OCCURS 10.
                   03 phmCode PIC X(2).
                   03 phmQuantite PIC 9(7).
                   03 phmValeur PIC 9(11)v9(2).

      *>Variables utilisees pour la liste de rangement d'une
      *>reception : les mises de cote sont posees sur l'etagere de
      *>retrait, les transferts dus au quai d'expedition
           77 cr_frangements PIC 9(2).
           77 EMPLACEMENT_MISE_DE_COTE PIC X(10) VALUE "RETRAIT".
           77 EMPLACEMENT_EXPEDITION PIC X(10) VALUE "EXPEDITION".
           77 EMPLACEMENT_INCONNU PIC X(10) VALUE "A DEFINIR".
           77 MAX_ATTENTES_RANGEMENT PIC 9(2) VALUE 30.
           77 rangementEnCours PIC 9 VALUE 0.
           77 qteARangerRestante PIC 9(6).
           77 qteRangement PIC 9(6).
           77 typeRangement PIC X.
           77 clientRangement PIC 9(15).
           77 referenceRangement PIC 9(15).
           77 magasinRangement PIC X(2).
           77 emplacementRangement PIC X(10).
           77 nbAttentesRangement PIC 9(2).
           77 idxAttenteRangement PIC 9(2).
           01 tableAttentesRangement.
               02 attenteRangement OCCURS 30.
                   03 raType PIC X.
                   03 raClient PIC 9(15).
                   03 raReference PIC 9(15).
                   03 raQuantite PIC 9(4).
           77 nbLignesRangement PIC 9(5).
           77 nbLignesPlacees PIC 9(5).
           77 WfinRangement PIC 9.
           77 reponseRangement PIC X.
           77 emplacementSaisi PIC X(10).
           77 libelleDestination PIC X(22).
           77 qteRangementEdite PIC Z(3)9.
           01 cleTriRangement.
               02 ctgEmplacement PIC X(10).
               02 ctgId PIC 9(15).
               02 FILLER PIC X(5).

      *>Variables utilisees pour le fichier des ecritures comptables
      *>(FEC) d'un exercice clos et son rapport de controle
           77 cr_ffec PIC 9(2).
           77 nomFec PIC X(40).
           77 sirenSociete PIC X(9) VALUE SPACES.
           77 anneeFec PIC 9(4).
           77 dateValidationFec PIC X(8).
           77 provisionExerciceFec PIC 9(9)v9(2).
           77 trouveExerciceFec PIC 9.
           77 WfinFec PIC 9.
           77 WfinFecAux PIC 9.
           77 archiveFecOuverte PIC 9.
           77 trouveVenteFec PIC 9.
           77 idVenteFec PIC 9(15).
           77 compteEncaissementFec PIC X(6).
           77 crOuverturePgFec PIC 9(2).
           77 ordreFec PIC 9(7).
           77 journalFec PIC X(2).
           77 dateFec PIC X(8).
           77 pieceFec PIC X(15).
           77 libelleFec PIC X(40).
           77 compteFec PIC X(6).
           77 compteAuxFec PIC X(16).
           77 libelleAuxFec PIC X(30).
           77 sensFec PIC X.
           77 inverseFec PIC 9.
           77 montantFec PIC 9(9)v9(2).
           77 montantFecTTC PIC 9(9)v9(2).
           77 montantFecHT PIC 9(9)v9(2).
           77 montantFecTVA PIC 9(9)v9(2).
           77 journalPrecFec PIC X(2).
           77 datePrecFec PIC X(8).
           77 piecePrecFec PIC X(15).
           77 numEcritureFec PIC 9(6).
           77 numEcritureFecEdite PIC X(8).
           77 debitPieceFec PIC 9(11)v9(2).
           77 creditPieceFec PIC 9(11)v9(2).
           77 totalDebitFec PIC 9(11)v9(2).
           77 totalCreditFec PIC 9(11)v9(2).
           77 nbLignesFec PIC 9(7).
           77 nbEcrituresFec PIC 9(7).
           77 nbDesequilibresFec PIC 9(5).
           77 nbHorsExerciceFec PIC 9(5).
           77 nbRupturesFec PIC 9(5).
           77 nbDesordresFec PIC 9(5).
           77 nbLignesRelues PIC 9(7).
           77 libelleJournalFec PIC X(25).
           77 libelleCompteFec PIC X(30).
           77 debitFecEdite PIC X(16).
           77 creditFecEdite PIC X(16).
           77 montantEntierFec PIC Z(8)9.
           77 montantCtrlFec PIC Z(10)9.99.
           77 montantCreditCtrlFec PIC Z(10)9.99.
           77 compteurCtrlFec PIC Z(6)9.
           77 compteurLignesCtrlFec PIC Z(6)9.
           77 champJournalFec PIC X(2).
           77 champLibJournalFec PIC X(25).
           77 champNumFec PIC X(8).
           77 champDateFec PIC X(8).
           77 numLuFec PIC 9(6).
           77 idxJournalFec PIC 9.
           77 NB_JOURNAUX_FEC PIC 9 VALUE 4.
           01 montantDecoupeFec.
               02 mdfEntier PIC 9(9).
               02 mdfCentimes PIC 9(2).
           01 montantDecoupeFecNum REDEFINES montantDecoupeFec
               PIC 9(9)v9(2).
           01 tableJournauxFec.
               02 journalFecTab OCCURS 4.
                   03 jfCode PIC X(2).
                   03 jfNbEcritures PIC 9(6).
                   03 jfNbLignes PIC 9(7).
                   03 jfDebit PIC 9(11)v9(2).
                   03 jfCredit PIC 9(11)v9(2).
                   03 jfNumRelu PIC 9(6).
                   03 jfDateRelue PIC X(8).

      *>Variables utilisees pour les factures electroniques des
      *>clients professionnels : identite de la societe, production
      *>du fichier structure, import des statuts de la plateforme
           77 cr_fclientsEfacture PIC 9(2).
           77 cr_fefactures PIC 9(2).
           77 cr_fefactureXml PIC 9(2).
           77 DOSSIER_EFACTURES PIC X(17) VALUE "efactures_sortie/".
           77 nomEfacture PIC X(60).
           77 raisonSociale PIC X(40) VALUE SPACES.
           77 sirenNumSociete PIC 9(9).
           77 cleTvaIntracom PIC 9(2).
           77 tvaIntracomSociete PIC X(13).
           77 idClientEfacture PIC 9(15).
           77 typeEfacture PIC X(1).
           77 efactureAProduire PIC 9.
           77 trouveIdentiteEfa PIC 9.
           77 reponseEfacture PIC X(1).
           77 dateEmissionEfa PIC 9(8).
           77 dateEcheanceEfa PIC 9(8).
           77 dateDebutPeriodeEfa PIC 9(8).
           77 dateFinPeriodeEfa PIC 9(8).
           77 codeMoyenEfa PIC X(2).
           77 montantDuEfa PIC 9(8)v9(2).
           77 montantPrepayeEfa PIC 9(8)v9(2).
           77 WfinEfa PIC 9.
           77 WfinEfaL PIC 9.
           77 noLigneXml PIC 9(5).
           77 nbLignesVenteXml PIC 9(5).
           77 titreXml PIC X(30).
           77 noteLigneXml PIC X(60).
           77 quantiteXml PIC 9(4).
           77 netLigneXml PIC 9(8)v9(2).
           77 prixUnitaireXml PIC 9(8)v9(2).
           77 codeTauxXml PIC X(1).
               88 TAUX_XML_REDUIT VALUE "R".
               88 TAUX_XML_NORMAL VALUE "N".
               88 TAUX_XML_MARGE VALUE "M".
           77 categorieXml PIC X(1).
           77 libelleTauxXml PIC X(5).
           77 baseReduitXml PIC S9(8)v9(2).
           77 baseNormalXml PIC S9(8)v9(2).
           77 baseMargeXml PIC S9(8)v9(2).
           77 totalLignesXml PIC S9(8)v9(2).
           77 ecartXml PIC S9(8)v9(2).
           77 ecartReduitXml PIC S9(8)v9(2).
           77 ecartNormalXml PIC S9(8)v9(2).
           77 ecartMargeXml PIC S9(8)v9(2).
           77 taxeReduitXml PIC S9(8)v9(2).
           77 taxeNormalXml PIC S9(8)v9(2).
           77 totalRemisesXml PIC 9(8)v9(2).
           77 totalChargesXml PIC 9(8)v9(2).
           77 montantBaseXml PIC S9(8)v9(2).
           77 montantTaxeXml PIC S9(8)v9(2).
           77 montantEcartXml PIC S9(8)v9(2).
           77 montantXml PIC S9(8)v9(2).
           77 montantXmlEdite PIC -(9)9.99.
           77 nombreXmlEdite PIC Z(4)9.
           77 baliseXml PIC X(50).
           77 attributXml PIC X(40) VALUE SPACES.
           77 valeurXml PIC X(200).
           77 texteXml PIC X(60).
           77 texteXmlEchappe PIC X(200).
           77 posXml PIC 9(3).
           77 idxXml PIC 9(3).
           77 champEnteteEfa PIC X(3).
           77 champNumeroEfa PIC X(15).
           77 champCodeEfa PIC X(3).
           77 champDateEfa PIC X(8).
           77 champMotifEfa PIC X(40).
           77 statutEfaNouveau PIC X(1).
           77 nbStatutsEfa PIC 9(5).
           77 nbRefusEfa PIC 9(5).
           77 nbIgnoresEfa PIC 9(5).
           77 nbEfaAffichees PIC 9(5).
           77 nbEfaRefusees PIC 9(3).
           77 nbEfaPayees PIC 9(3).
           77 libelleStatutEfa PIC X(24).

      *>Variables utilisees pour le controle de coherence du stock :
      *>pour chaque titre, la quantite de l'inventaire est confrontee
      *>au grand livre des mouvements (augmente du stock en transit
      *>entre magasins), aux stocks par magasin, aux exemplaires
      *>individualises en stock, aux couches de cout FIFO et aux
      *>allocations de panier. La reparation prend le grand livre
      *>pour reference
           77 modeReparationCoh PIC 9.
               88 REPARATION_COHERENCE VALUE 1.
           77 WfinCoh PIC 9.
           77 WfinCoh2 PIC 9.
           77 dateJourCoh PIC X(8).
           77 totalGrandLivreCoh PIC S9(7).
           77 nbMouvementsCoh PIC 9(7).
           77 mouvementsHorsMagasinCoh PIC S9(7).
           77 quantiteTransitCoh PIC 9(6).
           77 stockAttenduCoh PIC S9(7).
           77 nbExemplairesCoh PIC 9(6).
           77 nbExemplairesSortisCoh PIC 9(6).
           77 qteCouchesCoh PIC 9(7).
           77 stockDetenuCoh PIC 9(7).
           77 totalAllocationsCoh PIC 9(6).
           77 allocationsPerimeesCoh PIC 9(6).
           77 nbEcartsTitreCoh PIC 9(2).
           77 ecartInventaireCoh PIC 9.
               88 ECART_INVENTAIRE_COH VALUE 1.
           77 nbTitresControlesCoh PIC 9(6).
           77 nbTitresEcartCoh PIC 9(6).
           77 nbTitresReparesCoh PIC 9(6).
           77 titreRepareCoh PIC 9.
           77 nbEcartsTotalCoh PIC 9(6).
           77 reponseReparationCoh PIC X(1).
           77 quantiteCoh PIC S9(7).
           77 quantiteEditeeCoh PIC -(6)9.
           77 quantiteEditee2Coh PIC -(6)9.
           77 libelleEcartCoh PIC X(40).
           77 causeCoh PIC X(70).
           77 MAX_MAGASINS_COH PIC 9(2) VALUE 10.
           77 nbMagasinsCoh PIC 9(2).
           77 idxMagCoh PIC 9(2).
           77 idxMag2Coh PIC 9(2).
           77 magasinCoh PIC X(2).
           01 tableMagasinsCoh.
               02 magCoh OCCURS 10.
                   03 cohCode PIC X(2).
                   03 mcGrandLivre PIC S9(7).
                   03 mcStock PIC S9(5).
           01 clePosteCoh.
               02 cpc_prefixe PIC X(1).
               02 cpc_ticket PIC 9(9).

      *>Variables utilisees pour le controle referentiel : chaque
      *>relation parent/enfant est parcourue cote enfant, les lignes
      *>sans en-tete (orphelins) et les references pendantes sont
      *>listees par relation ; les orphelins peuvent etre mis en
      *>quarantaine au lieu d'etre supprimes
           77 cr_fquarantaine PIC 9(2).
           77 modeQuarantaine PIC 9.
               88 QUARANTAINE_ORPHELINS VALUE 1.
           77 WfinRel PIC 9.
           77 WfinRel2 PIC 9.
           77 trouveRel PIC 9.
           77 quarantaineFaite PIC 9.
           77 typeRelation PIC X(1).
               88 RELATION_ORPHELINS VALUE "O".
               88 RELATION_REFERENCE VALUE "R".
           77 libelleRelation PIC X(40).
           77 fichierRelation PIC X(25).
           77 libelleParent PIC X(15).
           77 texteParent PIC X(15).
           77 idParentRel PIC 9(15).
           77 cleOrphelin PIC X(50).
           77 imageOrphelin PIC X(250).
           77 nbExaminesRel PIC 9(7).
           77 nbOrphelinsRel PIC 9(7).
           77 nbRelationsControlees PIC 9(3).
           77 nbRelationsEnDefaut PIC 9(3).
           77 nbOrphelinsTotal PIC 9(7).
           77 nbOrphelinsQuarantinables PIC 9(7).
           77 nbQuarantaines PIC 9(7).
           77 reponseQuarantaine PIC X(1).
           77 WfinQuarantaine PIC 9.
           77 nbLignesQuarantaine PIC 9(5).

      *>Table de conservation des fichiers d'exploitation : pour
      *>chaque fichier, la duree de conservation en mois et l'action
      *>a l'echeance (A archiver dans un fichier date puis retirer,
      *>S supprimer). Les valeurs compilees sont semees dans
      *>parametres.dat (CONSERV<code> et PURGE<code>, 1 = archiver,
      *>2 = supprimer) et modifiables depuis l'ecran des parametres
           01 valeursConservation.
               02 FILLER PIC X(29) VALUE
                  "OUTBOX    foutbox        012A".
               02 FILLER PIC X(29) VALUE
                  "MOUVSTOCK fmouvStock     036A".
               02 FILLER PIC X(29) VALUE
                  "POINTAGES fpointages     036A".
               02 FILLER PIC X(29) VALUE
                  "DEROGATIONfderogations   060A".
               02 FILLER PIC X(29) VALUE
                  "RUNCONTROLfruncontrol    003S".
               02 FILLER PIC X(29) VALUE
                  "ALLOCATIONfallocations   001S".
               02 FILLER PIC X(29) VALUE
                  "VTEPERDUESfventesPerdues 024A".
               02 FILLER PIC X(29) VALUE
                  "DOCUMENTS fcatalogueDocs 024A".
           01 tableConservation REDEFINES valeursConservation.
               02 conservation OCCURS 8 TIMES.
                   03 csCode PIC X(10).
                   03 csFichier PIC X(15).
                   03 csMois PIC 9(3).
                   03 csAction PIC X(1).
                       88 CONSERVATION_ARCHIVER VALUE "A".
                       88 CONSERVATION_SUPPRIMER VALUE "S".
           77 NB_CONSERVATIONS PIC 9(2) VALUE 8.
           77 idxConservation PIC 9(2).
           77 choixConservation PIC 9(2).
           77 actionConservation PIC X(1).
           77 moisConservation PIC 9(3).
           77 cr_farchivePurge PIC 9(2).
           77 nomArchivePurge PIC X(40).
           77 WfinPurge PIC 9.
           77 WfinPurge2 PIC 9.
           01 dateJourPurge.
               02 anneeJourPurge PIC 9(4).
               02 moisJourPurge PIC 9(2).
               02 jourJourPurge PIC 9(2).
           77 moisCourantPurge PIC 9(6).
           77 moisTotalPurge PIC 9(6).
           77 anneeLimitePurge PIC 9(4).
           77 moisLimitePurge PIC 9(2).
           77 jourLimitePurge PIC 9(2).
           77 dateLimitePurgeNum PIC 9(8).
           77 dateLimitePurge PIC X(8).
           77 nbExaminesPurge PIC 9(7).
           77 nbPurges PIC 9(7).
           77 nbConservesPurge PIC 9(7).
           77 nbPurgesTotal PIC 9(8).
           77 totalControlePurge PIC S9(15)v9(2).
           77 totalControleEdite PIC -(15)9.99.
           77 nbPurgesEdite PIC Z(6)9.
           77 purgeAFaire PIC 9.
           77 nbReportsPurge PIC 9(5).
           77 resteReportPurge PIC S9(7).
           77 quantiteReportPurge PIC S9(4).
           77 etatPurgeDoc PIC 9.

      *>Variables utilisees pour la reconstruction des index des
      *>ventes (cle client sur les ventes et l'archive, cle titre
      *>sur les ventes et les lignes) : un fichier construit avant
      *>ces cles s'ouvre en statut 39 et est decharge puis recharge
      *>une seule fois
           77 cr_fventesAvantIndex PIC 9(2).
           77 cr_fventesArchAvantIndex PIC 9(2).
           77 cr_fventesLignAvantIndex PIC 9(2).
           77 cr_fdechargement PIC 9(2).
           77 nomDechargement PIC X(40).
           77 indexVentesAReconstruire PIC 9 VALUE 0.
           77 indexArchiveAReconstruire PIC 9 VALUE 0.
           77 indexLignesAReconstruire PIC 9 VALUE 0.
           77 WfinReindex PIC 9.
           77 nbDecharges PIC 9(9).
           77 nbRecharges PIC 9(9).
           77 idClientReleve PIC 9(15).
           77 WfinReleveCle PIC 9.
           77 nbMembresParcourus PIC 9(3).
           77 idxTitreRappel PIC 9(3).

      *>Variables utilisees pour la conversion des fichiers
      *>construits avant la designation des articles par leur id :
      *>chaque fichier est decharge puis recharge, l'id de reference
      *>etant insere (et resolu par le titre) apres les
      *>posInsertionId premiers caracteres des longueurAncienneId
      *>caracteres de l'ancienne image
           77 cr_finventaireAvantId PIC 9(2).
           77 cr_fexemplairesAvantId PIC 9(2).
           77 cr_fmouvStockAvantId PIC 9(2).
           77 cr_fcomptagesAvantId PIC 9(2).
           77 cr_fallocationsAvantId PIC 9(2).
           77 cr_fphotosStockAvantId PIC 9(2).
           77 refsInventaireAConvertir PIC 9 VALUE 0.
           77 refsExemplairesAConvertir PIC 9 VALUE 0.
           77 refsMouvStockAConvertir PIC 9 VALUE 0.
           77 refsComptagesAConvertir PIC 9 VALUE 0.
           77 refsAllocationsAConvertir PIC 9 VALUE 0.
           77 refsPhotosAConvertir PIC 9 VALUE 0.
           77 nomFichierConverti PIC X(40).
           77 posInsertionId PIC 9(3).
           77 longueurAncienneId PIC 9(3).
           77 posTitreId PIC 9(3).
           77 ligneConvertie PIC X(250).
           77 nbIdsNonResolus PIC 9(9).

      *>Variables du calendrier d'ouverture des magasins : report
      *>d'une echeance au prochain jour ouvert et decompte des jours
      *>ouvres entre deux dates pour le magasin du poste
           77 cr_fcalendrierMagasin PIC 9(2).
           77 cr_fprovenances PIC 9(2).
           77 magasinCalendrier PIC X(2).
           77 dateCalendrier PIC 9(8).
           77 dateAvantReport PIC 9(8).
           77 entierCalendrier PIC 9(7).
           77 entierFinCalendrier PIC 9(7).
           77 jourSemaineCal PIC 9.
           77 jourOuvertCal PIC 9.
               88 JOUR_OUVERT_CAL VALUE 1.
           77 motifCalendrier PIC X(30).
           77 semaineOuvertureCal PIC X(7).
           77 SEMAINE_OUVERTURE_DEFAUT PIC X(7) VALUE "OOOOOOF".
           77 semaineSaisieCal PIC X(7).
           77 nbLettresCal PIC 9(2).
           77 nbOuvertsCal PIC 9(2).
           77 nbEssaisCal PIC 9(4).
           77 dateDebutOuvres PIC 9(8).
           77 dateFinOuvres PIC 9(8).
           77 nbJoursOuvres PIC S9(5).
           77 choixCalendrier PIC 9(2).
           77 typeJourCal PIC X(1).
           77 libelleCalendrier PIC X(30).
           77 dateFinSaisieCal PIC 9(8).
           77 entierDebutSaisieCal PIC 9(7).
           77 nbJoursCalEcrits PIC 9(4).
           77 anneeCalendrier PIC 9(4).
           77 anneeMoisCal PIC 9(6).
           77 anneeMoisCourantCal PIC 9(6).
           77 idxFerieCal PIC 9(2).
           77 idxOptionCal PIC 9(2).
           77 choixOptionCal PIC 9(2).
           77 paqA PIC 9(4).
           77 paqB PIC 9(4).
           77 paqC PIC 9(4).
           77 paqD PIC 9(4).
           77 paqE PIC 9(4).
           77 paqF PIC 9(4).
           77 paqG PIC 9(4).
           77 paqH PIC 9(4).
           77 paqI PIC 9(4).
           77 paqK PIC 9(4).
           77 paqL PIC 9(4).
           77 paqM PIC 9(4).
           77 paqQuotient PIC 9(4).
           77 paqCalcul PIC 9(5).
           77 moisPaques PIC 9(2).
           77 jourPaques PIC 9(2).
           77 entierPaques PIC 9(7).
           01 valeursJoursSemaine.
               02 FILLER PIC X(8) VALUE "LUNDI".
               02 FILLER PIC X(8) VALUE "MARDI".
               02 FILLER PIC X(8) VALUE "MERCREDI".
               02 FILLER PIC X(8) VALUE "JEUDI".
               02 FILLER PIC X(8) VALUE "VENDREDI".
               02 FILLER PIC X(8) VALUE "SAMEDI".
               02 FILLER PIC X(8) VALUE "DIMANCHE".
           01 tableJoursSemaine REDEFINES valeursJoursSemaine.
               02 libelleJourSemaine PIC X(8) OCCURS 7 TIMES.

      *>Jours feries legaux a date fixe (MMJJ et libelle) ; les
      *>feries mobiles sont calcules depuis la date de Paques
           01 valeursFeriesFixes.
               02 FILLER PIC X(24) VALUE
                  "0101Jour de l'an        ".
               02 FILLER PIC X(24) VALUE
                  "0501Fete du travail     ".
               02 FILLER PIC X(24) VALUE
                  "0508Victoire 1945       ".
               02 FILLER PIC X(24) VALUE
                  "0714Fete nationale      ".
               02 FILLER PIC X(24) VALUE
                  "0815Assomption          ".
               02 FILLER PIC X(24) VALUE
                  "1101Toussaint           ".
               02 FILLER PIC X(24) VALUE
                  "1111Armistice 1918      ".
               02 FILLER PIC X(24) VALUE
                  "1225Noel                ".
           01 tableFeriesFixes REDEFINES valeursFeriesFixes.
               02 ferieFixe OCCURS 8 TIMES.
                   03 ffMoisJour PIC 9(4).
                   03 ffLibelle PIC X(20).
           77 NB_FERIES_FIXES PIC 9(2) VALUE 8.

      *>Options du calendrier : chaque calcul d'echeance peut etre
      *>reporte au prochain jour ouvert (R) et les delais peuvent
      *>etre decomptes en jours ouvres seulement (J). Les valeurs
      *>compilees sont semees dans parametres.dat (CAL<code>,
      *>1 active, 0 inactive) et modifiables depuis les parametres
           01 valeursOptionsCal.
               02 FILLER PIC X(48) VALUE
                  "PRET      REcheance des prets                  1".
               02 FILLER PIC X(48) VALUE
                  "RESERVE   RExpiration des mises de cote        1".
               02 FILLER PIC X(48) VALUE
                  "ECHEANCE  REcheances des paiements echelonnes  1".
               02 FILLER PIC X(48) VALUE
                  "ETA       RArrivee attendue des fournisseurs   1".
               02 FILLER PIC X(48) VALUE
                  "RETOUR    RFin de la fenetre de retour         1".
               02 FILLER PIC X(48) VALUE
                  "RETARD    JFrais de retard des prets           0".
               02 FILLER PIC X(48) VALUE
                  "RELANCE   JDelais de relance des comptes       0".
           01 tableOptionsCal REDEFINES valeursOptionsCal.
               02 optionCal OCCURS 7 TIMES.
                   03 ocCode PIC X(10).
                   03 ocGenre PIC X(1).
                       88 OPTION_CAL_REPORT VALUE "R".
                       88 OPTION_CAL_JOURS_OUVRES VALUE "J".
                   03 ocLibelle PIC X(36).
                   03 ocActive PIC 9.
                       88 OPTION_CAL_ACTIVE VALUE 1.
           77 NB_OPTIONS_CAL PIC 9(2) VALUE 7.
           77 OPT_CAL_PRET PIC 9(2) VALUE 1.
           77 OPT_CAL_RESERVE PIC 9(2) VALUE 2.
           77 OPT_CAL_ECHEANCE PIC 9(2) VALUE 3.
           77 OPT_CAL_ETA PIC 9(2) VALUE 4.
           77 OPT_CAL_RETOUR PIC 9(2) VALUE 5.
           77 OPT_CAL_RETARD PIC 9(2) VALUE 6.
           77 OPT_CAL_RELANCE PIC 9(2) VALUE 7.

      *>Variables du briefing du matin : les points a traiter du
      *>jour, rubrique par rubrique, a l'ecran a l'ouverture de
      *>session ou en fin de liste de preparation du matin ; une
      *>rubrique reservee a une fonction n'est montree qu'aux
      *>employes qui la detiennent
           77 SEUIL_ECART_CAISSE PIC 9(4)v9(2) VALUE 5.00.
           77 sortieBriefing PIC 9.
               88 BRIEFING_ECRAN VALUE 0.
               88 BRIEFING_RAPPORT VALUE 1.
           77 ligneBriefing PIC X(80).
           77 dateBriefing PIC X(8).
           77 dateHierBriefing PIC X(8).
           77 dateFinSemBriefing PIC X(8).
           77 dateNumBriefing PIC 9(8).
           77 entierBriefing PIC 9(7).
           77 idxRubriqueBriefing PIC 9(2).
           77 rubriqueAutorisee PIC 9.
           77 nbPointsBriefing PIC 9(5).
           77 nbPointsRubrique PIC 9(5).
           77 nbPointsEdite PIC Z(4)9.
           77 WfinBriefing PIC 9.
           77 montantBriefingEdite PIC Z(5)9.99.
           77 ecartBriefingEdite PIC -(6)9.99.
           77 ecartAbsBriefing PIC 9(8)v9(2).
           77 clientBriefing PIC 9(15).
           77 magasinCmdBriefing PIC X(2).
           77 NB_RUBRIQUES_BRIEFING PIC 9(2) VALUE 9.
           01 valeursRubriquesBriefing.
               02 FILLER PIC X(40) VALUE
                  "Lignes de commande arrivees a prevenir  ".
               02 FILLER PIC X(40) VALUE
                  "Mises de cote expirant aujourd'hui      ".
               02 FILLER PIC X(40) VALUE
                  "Prets echus ou en retard                ".
               02 FILLER PIC X(40) VALUE
                  "Echeances de paiement dues              ".
               02 FILLER PIC X(40) VALUE
                  "Notifications en echec                  ".
               02 FILLER PIC X(40) VALUE
                  "Evenements de la semaine                ".
               02 FILLER PIC X(40) VALUE
                  "Transferts en route vers ce magasin     ".
               02 FILLER PIC X(40) VALUE
                  "Ecarts de caisse d'hier                 ".
               02 FILLER PIC X(40) VALUE
                  "Etapes de cloture inachevees            ".
           01 tableRubriquesBriefing REDEFINES valeursRubriquesBriefing.
               02 libelleRubriqueBriefing PIC X(40) OCCURS 9 TIMES.
           01 valeursFonctionsBriefing.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE
                  "TRANSMETTRE_NOTIFS  ".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE
                  "RAPPORT_SESSIONS    ".
               02 FILLER PIC X(20) VALUE
                  "CLOTURE_JOUR_BATCH  ".
           01 tableFonctionsBriefing REDEFINES valeursFonctionsBriefing.
               02 fonctionRubriqueBriefing PIC X(20) OCCURS 9 TIMES.

      *>Variables de la provenance des exemplaires (signatures,
      *>dessins, certificats et boitiers de gradation)
           77 idExemplaireProv PIC 9(15).
           77 idExemplaireOrigProv PIC 9(15).
           77 noLigneProv PIC 9(3).
           77 noLigneOrigProv PIC 9(3).
           77 WfinProvenance PIC 9.
           77 WfinExemplaireProv PIC 9.
           77 nbProvenances PIC 9(5).
           77 nbProvenancesReprises PIC 9(3).
           77 nbExemplairesProv PIC 9(4).
           77 nbExemplairesDispoProv PIC 9(5).
           77 noExemplaireProv PIC 9(4).
           77 exemplaireProvTrouve PIC 9.
           77 exemplaireProvEcrit PIC 9.
           77 choixProvenance PIC 9.
           77 reponseProvenance PIC X(1).
           77 reponseProvExemplaire PIC X(1).
           77 reponseAutreProv PIC X(1).
           77 artisteProvSaisi PIC X(30).
           77 artisteRecherche PIC X(30).
           77 longueurArtiste PIC 9(2).
           77 dateProvSaisie PIC X(8).
           77 temoinProvSaisi PIC X(10).
           77 temoinProvValide PIC 9.
           77 etiquetteGradation PIC X(20).
           77 photoGradation PIC X(40).
           77 libelleTypeProv PIC X(20).
           77 libelleStatutProv PIC X(12).
           77 nbLignesProv PIC 9.
           77 pointeurProv PIC 9(3).
           77 idxLigneProv PIC 9.
           01 lignesProvenance.
               02 ligneProvenance PIC X(80) OCCURS 4 TIMES.

      *>Variables des annonces sur la place de marche en ligne
           77 cr_fannonces PIC 9(2).
           77 cr_fannoncesCsv PIC 9(2).
           77 cr_fventesPlaceMarche PIC 9(2).
           77 nomFichierAnnonces PIC X(30).
           77 nomVentesPlaceMarche PIC X(30).
           77 NOM_PLACE_MARCHE PIC X(30)
               VALUE "PLACE DE MARCHE EN LIGNE".
           77 TAUX_COMMISSION_PM PIC 9v99 VALUE 0.12.
           77 DUREE_ANNONCE_JOURS PIC 9(3) VALUE 30.
           77 idAnnonce PIC 9(15).
           77 trouveAnnonce PIC 9.
           77 annonceRetenue PIC 9.
           77 WfinAnnonce PIC 9.
           77 WfinVentePM PIC 9.
           77 nbAnnoncesPubliees PIC 9(4).
           77 nbAnnoncesLiberees PIC 9(4).
           77 nbAnnoncesEnLigne PIC 9(4).
           77 nbLignesPM PIC 9(4).
           77 nbVentesPM PIC 9(4).
           77 nbRejetsPM PIC 9(4).
           77 prixAnnonceSaisi PIC 9(6)v9(2).
           77 prixAnnonceEdite PIC 9(6).99.
           77 dateFinAnnonceNum PIC 9(8).
           77 dateJourAnnonce PIC X(8).
           77 noteAnnonce PIC X(10).
           77 artisteAnnonce PIC X(30).
           77 provenanceAnnonce PIC X(40).
           77 certificatAnnonce PIC X(20).
           77 photoAnnonce PIC X(40).
           77 zoneIgnoreeAnnonce PIC X(30).
           77 titreAnnonce PIC X(30).
           77 idRefAnnonce PIC 9(15).
           77 consignataireAnnonce PIC 9(15).
           77 regimeMargeAnnonce PIC 9.
           77 coutAchatAnnonce PIC 9(6)v9(2).
           77 margeAnnonceTTC PIC S9(6)v9(2).
           77 champSkuPM PIC X(15).
           77 champCommandePM PIC X(20).
           77 champPrixPM PIC X(12).
           77 champCommissionPM PIC X(12).
           77 champPortPM PIC X(10).
           77 champAdressePM PIC X(40).
           77 prixVentePM PIC 9(6)v9(2).
           77 commissionPM PIC 9(6)v9(2).
           77 motifRejetPM PIC X(30).
       PROCEDURE DIVISION.
           PERFORM SAUVEGARDER_FICHIERS

           OPEN I-O fventes
           IF cr_fventes = 35 THEN
               OPEN OUTPUT fventes
           ELSE IF cr_fventes = 39 THEN
               MOVE 1 TO indexVentesAReconstruire
           ELSE IF cr_fventes NOT = 0 THEN
               MOVE "fventes" TO nomFichierErreur
               MOVE cr_fventes TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fventes
           OPEN I-O finventaire
           IF cr_finventaire=35 THEN
               OPEN OUTPUT finventaire
           ELSE IF cr_finventaire = 39 THEN
               MOVE 1 TO refsInventaireAConvertir
           ELSE IF cr_finventaire NOT = 0 THEN
               MOVE "finventaire" TO nomFichierErreur
               MOVE cr_finventaire TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE finventaire

           OPEN I-O fclients
           OPEN I-O fcredentials
           IF cr_fcredentials=35 THEN
               OPEN OUTPUT fcredentials
               MOVE SPACES TO tamp_fcredentials
               MOVE "ADMIN" TO cred_id
               MOVE 0000 TO cred_pin
               WRITE tamp_fcredentials
           OPEN I-O fventesArchive
           IF cr_fventesArchive=35 THEN
               OPEN OUTPUT fventesArchive
           ELSE IF cr_fventesArchive = 39 THEN
               MOVE 1 TO indexArchiveAReconstruire
           ELSE IF cr_fventesArchive NOT = 0 THEN
               MOVE "fventesArchive" TO nomFichierErreur
               MOVE cr_fventesArchive TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fventesArchive

           OPEN I-O fwishlist
           OPEN I-O fventesLignes
           IF cr_fventesLignes=35 THEN
               OPEN OUTPUT fventesLignes
           ELSE IF cr_fventesLignes = 39 THEN
               MOVE 1 TO indexLignesAReconstruire
           ELSE IF cr_fventesLignes NOT = 0 THEN
               MOVE "fventesLignes" TO nomFichierErreur
               MOVE cr_fventesLignes TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fventesLignes

           OPEN I-O fsessionsCaisse
           OPEN I-O fcomptages
           IF cr_fcomptages=35 THEN
               OPEN OUTPUT fcomptages
           ELSE IF cr_fcomptages = 39 THEN
               MOVE 1 TO refsComptagesAConvertir
           ELSE IF cr_fcomptages NOT = 0 THEN
               MOVE "fcomptages" TO nomFichierErreur
               MOVE cr_fcomptages TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fcomptages

           OPEN I-O fexemplaires
           IF cr_fexemplaires=35 THEN
               OPEN OUTPUT fexemplaires
           ELSE IF cr_fexemplaires = 39 THEN
               MOVE 1 TO refsExemplairesAConvertir
           ELSE IF cr_fexemplaires NOT = 0 THEN
               MOVE "fexemplaires" TO nomFichierErreur
               MOVE cr_fexemplaires TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fexemplaires

           OPEN I-O fmouvStock
           IF cr_fmouvStock=35 THEN
               OPEN OUTPUT fmouvStock
           ELSE IF cr_fmouvStock = 39 THEN
               MOVE 1 TO refsMouvStockAConvertir
           ELSE IF cr_fmouvStock NOT = 0 THEN
               MOVE "fmouvStock" TO nomFichierErreur
               MOVE cr_fmouvStock TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fmouvStock

           OPEN I-O fdemarques
               MOVE "ADMINISTRATEUR" TO em_nom
               MOVE "G" TO em_role
               MOVE "O" TO em_actif
               MOVE 0 TO em_tauxRemisePersonnel
               MOVE 0 TO em_plafondMensuel
               MOVE 0 TO em_heuresHebdo
               MOVE 0 TO em_soldeConges
               MOVE SPACES TO em_dernierMoisAcquis
               WRITE tamp_femploye
               END-WRITE
           ELSE IF cr_femployes NOT = 0 THEN
           END-IF
           CLOSE fcommandesLignes

           OPEN I-O fcommandes
           IF cr_fcommandes=35 THEN
               OPEN OUTPUT fcommandes
           ELSE IF cr_fcommandes NOT = 0 THEN
               MOVE "fcommandes" TO nomFichierErreur
               MOVE cr_fcommandes TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fcommandes

           OPEN I-O fpanierEnCours
           IF cr_fpanierEnCours=35 THEN
               OPEN OUTPUT fpanierEnCours
           OPEN I-O fallocations
           IF cr_fallocations=35 THEN
               OPEN OUTPUT fallocations
           ELSE IF cr_fallocations = 39 THEN
               MOVE 1 TO refsAllocationsAConvertir
           ELSE IF cr_fallocations NOT = 0 THEN
               MOVE "fallocations" TO nomFichierErreur
               MOVE cr_fallocations TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fallocations

           OPEN I-O fventesPerdues
           OPEN I-O fphotosStock
           IF cr_fphotosStock=35 THEN
               OPEN OUTPUT fphotosStock
           ELSE IF cr_fphotosStock = 39 THEN
               MOVE 1 TO refsPhotosAConvertir
           ELSE IF cr_fphotosStock NOT = 0 THEN
               MOVE "fphotosStock" TO nomFichierErreur
               MOVE cr_fphotosStock TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           END-IF
           CLOSE fphotosStock

           OPEN I-O fhistoriquePrix
           END-IF
           CLOSE fpaiements

           OPEN I-O fcalendrier
           IF cr_fcalendrier=35 THEN
               OPEN OUTPUT fcalendrier
           ELSE IF cr_fcalendrier NOT = 0 THEN
               MOVE "fcalendrier" TO nomFichierErreur
               MOVE cr_fcalendrier TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fcalendrier

           OPEN I-O fpropositionsFOC
           IF cr_fpropositionsFOC=35 THEN
               OPEN OUTPUT fpropositionsFOC
           ELSE IF cr_fpropositionsFOC NOT = 0 THEN
               MOVE "fpropositionFOC" TO nomFichierErreur
               MOVE cr_fpropositionsFOC TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fpropositionsFOC

           OPEN I-O fediteurs
           IF cr_fediteurs=35 THEN
               OPEN OUTPUT fediteurs
           ELSE IF cr_fediteurs NOT = 0 THEN
               MOVE "fediteurs" TO nomFichierErreur
               MOVE cr_fediteurs TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fediteurs

           OPEN I-O fnotices
           IF cr_fnotices=35 THEN
               OPEN OUTPUT fnotices
           ELSE IF cr_fnotices NOT = 0 THEN
               MOVE "fnotices" TO nomFichierErreur
               MOVE cr_fnotices TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fnotices

           OPEN I-O fexpeditions
           IF cr_fexpeditions=35 THEN
               OPEN OUTPUT fexpeditions
           ELSE IF cr_fexpeditions NOT = 0 THEN
               MOVE "fexpeditions" TO nomFichierErreur
               MOVE cr_fexpeditions TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fexpeditions

           OPEN I-O fprepaiementsWeb
           IF cr_fprepaiementsWeb=35 THEN
               OPEN OUTPUT fprepaiementsWeb
           ELSE IF cr_fprepaiementsWeb NOT = 0 THEN
               MOVE "fprepaiementsWeb" TO nomFichierErreur
               MOVE cr_fprepaiementsWeb TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fprepaiementsWeb

           OPEN I-O favisExpedition
           IF cr_favisExpedition=35 THEN
               OPEN OUTPUT favisExpedition
           ELSE IF cr_favisExpedition NOT = 0 THEN
               MOVE "favisExpedition" TO nomFichierErreur
               MOVE cr_favisExpedition TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE favisExpedition

           OPEN I-O ffacturesFournLignes
           IF cr_ffacturesFournLignes=35 THEN
               OPEN OUTPUT ffacturesFournLignes
           ELSE IF cr_ffacturesFournLignes NOT = 0 THEN
               MOVE "ffacturesFournLignes" TO nomFichierErreur
               MOVE cr_ffacturesFournLignes TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE ffacturesFournLignes

           OPEN I-O ffraisApproche
           IF cr_ffraisApproche=35 THEN
               OPEN OUTPUT ffraisApproche
           ELSE IF cr_ffraisApproche NOT = 0 THEN
               MOVE "ffraisApproche" TO nomFichierErreur
               MOVE cr_ffraisApproche TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE ffraisApproche

           OPEN I-O freglementsCarte
           IF cr_freglementsCarte=35 THEN
               OPEN OUTPUT freglementsCarte
           ELSE IF cr_freglementsCarte NOT = 0 THEN
               MOVE "freglementsCarte" TO nomFichierErreur
               MOVE cr_freglementsCarte TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE freglementsCarte

           OPEN I-O flignesBanque
           IF cr_flignesBanque=35 THEN
               OPEN OUTPUT flignesBanque
           ELSE IF cr_flignesBanque NOT = 0 THEN
               MOVE "flignesBanque" TO nomFichierErreur
               MOVE cr_flignesBanque TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE flignesBanque

           OPEN I-O fmandatsSepa
           IF cr_fmandatsSepa=35 THEN
               OPEN OUTPUT fmandatsSepa
           ELSE IF cr_fmandatsSepa NOT = 0 THEN
               MOVE "fmandatsSepa" TO nomFichierErreur
               MOVE cr_fmandatsSepa TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fmandatsSepa

           OPEN I-O fprelevements
           IF cr_fprelevements=35 THEN
               OPEN OUTPUT fprelevements
           ELSE IF cr_fprelevements NOT = 0 THEN
               MOVE "fprelevements" TO nomFichierErreur
               MOVE cr_fprelevements TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fprelevements

           OPEN I-O fchequesImpayes
           IF cr_fchequesImpayes=35 THEN
               OPEN OUTPUT fchequesImpayes
           ELSE IF cr_fchequesImpayes NOT = 0 THEN
               MOVE "fchequesImpayes" TO nomFichierErreur
               MOVE cr_fchequesImpayes TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fchequesImpayes

           OPEN I-O fcoffre
           IF cr_fcoffre=35 THEN
               OPEN OUTPUT fcoffre
           ELSE IF cr_fcoffre NOT = 0 THEN
               MOVE "fcoffre" TO nomFichierErreur
               MOVE cr_fcoffre TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fcoffre

           OPEN I-O fbilletages
           IF cr_fbilletages=35 THEN
               OPEN OUTPUT fbilletages
           ELSE IF cr_fbilletages NOT = 0 THEN
               MOVE "fbilletages" TO nomFichierErreur
               MOVE cr_fbilletages TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fbilletages

           OPEN I-O fdepenses
           IF cr_fdepenses=35 THEN
               OPEN OUTPUT fdepenses
           ELSE IF cr_fdepenses NOT = 0 THEN
               MOVE "fdepenses" TO nomFichierErreur
               MOVE cr_fdepenses TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fdepenses

           OPEN I-O fimmobilisations
           IF cr_fimmobilisations=35 THEN
               OPEN OUTPUT fimmobilisations
           ELSE IF cr_fimmobilisations NOT = 0 THEN
               MOVE "fimmobilisations" TO nomFichierErreur
               MOVE cr_fimmobilisations TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fimmobilisations

           OPEN I-O fptsFidelite
           IF cr_fptsFidelite=35 THEN
               OPEN OUTPUT fptsFidelite
           ELSE IF cr_fptsFidelite NOT = 0 THEN
               MOVE "fptsFidelite" TO nomFichierErreur
               MOVE cr_fptsFidelite TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fptsFidelite

           OPEN I-O fstatutsClients
           IF cr_fstatutsClients=35 THEN
               OPEN OUTPUT fstatutsClients
           ELSE IF cr_fstatutsClients NOT = 0 THEN
               MOVE "fstatutsClients" TO nomFichierErreur
               MOVE cr_fstatutsClients TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fstatutsClients

           OPEN I-O ffoyers
           IF cr_ffoyers=35 THEN
               OPEN OUTPUT ffoyers
           ELSE IF cr_ffoyers NOT = 0 THEN
               MOVE "ffoyers" TO nomFichierErreur
               MOVE cr_ffoyers TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE ffoyers

           OPEN I-O fconsentements
           IF cr_fconsentements=35 THEN
               OPEN OUTPUT fconsentements
           ELSE IF cr_fconsentements NOT = 0 THEN
               MOVE "fconsentements" TO nomFichierErreur
               MOVE cr_fconsentements TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fconsentements

           OPEN I-O fcontactsACorriger
           IF cr_fcontactsACorriger=35 THEN
               OPEN OUTPUT fcontactsACorriger
           ELSE IF cr_fcontactsACorriger NOT = 0 THEN
               MOVE "fcontactsACorriger" TO nomFichierErreur
               MOVE cr_fcontactsACorriger TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fcontactsACorriger

           OPEN I-O fcomptesWeb
           IF cr_fcomptesWeb=35 THEN
               OPEN OUTPUT fcomptesWeb
           ELSE IF cr_fcomptesWeb NOT = 0 THEN
               MOVE "fcomptesWeb" TO nomFichierErreur
               MOVE cr_fcomptesWeb TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fcomptesWeb

           OPEN I-O fdossiersClients
           IF cr_fdossiersClients=35 THEN
               OPEN OUTPUT fdossiersClients
           ELSE IF cr_fdossiersClients NOT = 0 THEN
               MOVE "fdossiersClients" TO nomFichierErreur
               MOVE cr_fdossiersClients TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fdossiersClients

           OPEN I-O fnotesDossiers
           IF cr_fnotesDossiers=35 THEN
               OPEN OUTPUT fnotesDossiers
           ELSE IF cr_fnotesDossiers NOT = 0 THEN
               MOVE "fnotesDossiers" TO nomFichierErreur
               MOVE cr_fnotesDossiers TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fnotesDossiers

           OPEN I-O freglesRebond
           IF cr_freglesRebond=35 THEN
               OPEN OUTPUT freglesRebond
           ELSE IF cr_freglesRebond NOT = 0 THEN
               MOVE "freglesRebond" TO nomFichierErreur
               MOVE cr_freglesRebond TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE freglesRebond

           OPEN I-O fpaniersGares
           IF cr_fpaniersGares=35 THEN
               OPEN OUTPUT fpaniersGares
           ELSE IF cr_fpaniersGares NOT = 0 THEN
               MOVE "fpaniersGares" TO nomFichierErreur
               MOVE cr_fpaniersGares TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fpaniersGares

           OPEN I-O flignesGarees
           IF cr_flignesGarees=35 THEN
               OPEN OUTPUT flignesGarees
           ELSE IF cr_flignesGarees NOT = 0 THEN
               MOVE "flignesGarees" TO nomFichierErreur
               MOVE cr_flignesGarees TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE flignesGarees

           OPEN I-O fachatsPersonnel
           IF cr_fachatsPersonnel=35 THEN
               OPEN OUTPUT fachatsPersonnel
           ELSE IF cr_fachatsPersonnel NOT = 0 THEN
               MOVE "fachatsPersonnel" TO nomFichierErreur
               MOVE cr_fachatsPersonnel TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fachatsPersonnel

           OPEN I-O fjoursFeries
           IF cr_fjoursFeries=35 THEN
               OPEN OUTPUT fjoursFeries
           ELSE IF cr_fjoursFeries NOT = 0 THEN
               MOVE "fjoursFeries" TO nomFichierErreur
               MOVE cr_fjoursFeries TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fjoursFeries

           OPEN I-O fabsences
           IF cr_fabsences=35 THEN
               OPEN OUTPUT fabsences
           ELSE IF cr_fabsences NOT = 0 THEN
               MOVE "fabsences" TO nomFichierErreur
               MOVE cr_fabsences TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fabsences

           OPEN I-O frappels
           IF cr_frappels=35 THEN
               OPEN OUTPUT frappels
           ELSE IF cr_frappels NOT = 0 THEN
               MOVE "frappels" TO nomFichierErreur
               MOVE cr_frappels TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE frappels

           OPEN I-O frappelsLignes
           IF cr_frappelsLignes=35 THEN
               OPEN OUTPUT frappelsLignes
           ELSE IF cr_frappelsLignes NOT = 0 THEN
               MOVE "frappelsLignes" TO nomFichierErreur
               MOVE cr_frappelsLignes TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE frappelsLignes

           OPEN I-O fpropTransferts
           IF cr_fpropTransferts=35 THEN
               OPEN OUTPUT fpropTransferts
           ELSE IF cr_fpropTransferts NOT = 0 THEN
               MOVE "fpropTransferts" TO nomFichierErreur
               MOVE cr_fpropTransferts TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fpropTransferts

           OPEN I-O fphotosMagasin
           IF cr_fphotosMagasin=35 THEN
               OPEN OUTPUT fphotosMagasin
           ELSE IF cr_fphotosMagasin NOT = 0 THEN
               MOVE "fphotosMagasin" TO nomFichierErreur
               MOVE cr_fphotosMagasin TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fphotosMagasin

           OPEN I-O frangements
           IF cr_frangements=35 THEN
               OPEN OUTPUT frangements
           ELSE IF cr_frangements NOT = 0 THEN
               MOVE "frangements" TO nomFichierErreur
               MOVE cr_frangements TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE frangements

           OPEN I-O fclientsEfacture
           IF cr_fclientsEfacture=35 THEN
               OPEN OUTPUT fclientsEfacture
           ELSE IF cr_fclientsEfacture NOT = 0 THEN
               MOVE "fclientsEfacture" TO nomFichierErreur
               MOVE cr_fclientsEfacture TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fclientsEfacture

           OPEN I-O fefactures
           IF cr_fefactures=35 THEN
               OPEN OUTPUT fefactures
           ELSE IF cr_fefactures NOT = 0 THEN
               MOVE "fefactures" TO nomFichierErreur
               MOVE cr_fefactures TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fefactures

           OPEN I-O fquarantaine
           IF cr_fquarantaine=35 THEN
               OPEN OUTPUT fquarantaine
           ELSE IF cr_fquarantaine NOT = 0 THEN
               MOVE "fquarantaine" TO nomFichierErreur
               MOVE cr_fquarantaine TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fquarantaine

           OPEN I-O fcalendrierMagasin
           IF cr_fcalendrierMagasin=35 THEN
               OPEN OUTPUT fcalendrierMagasin
           ELSE IF cr_fcalendrierMagasin NOT = 0 THEN
               MOVE "fcalendrierMag" TO nomFichierErreur
               MOVE cr_fcalendrierMagasin TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fcalendrierMagasin

           OPEN I-O fprovenances
           IF cr_fprovenances=35 THEN
               OPEN OUTPUT fprovenances
           ELSE IF cr_fprovenances NOT = 0 THEN
               MOVE "fprovenances" TO nomFichierErreur
               MOVE cr_fprovenances TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fprovenances

           OPEN I-O fannonces
           IF cr_fannonces=35 THEN
               OPEN OUTPUT fannonces
           ELSE IF cr_fannonces NOT = 0 THEN
               MOVE "fannonces" TO nomFichierErreur
               MOVE cr_fannonces TO statutFichierErreur
               PERFORM ARRET_ERREUR_OUVERTURE
           END-IF
           CLOSE fannonces

           *>Le code du magasin de ce poste est lu dans magasin.cfg,
           *>cree avec la boutique historique B1 s'il n'existe pas
           *>encore (le poste de la seconde boutique y porte B2)
           *>commission ne demande plus de recompilation
           PERFORM CHARGER_PARAMETRES

           *>Les PIN encore conserves en clair sont convertis en
           *>empreintes salees avant toute authentification
           PERFORM CONVERTIR_PINS_CLAIR

           *>Les fichiers de ventes construits avant les cles client
           *>et de reference sont recharges sous leurs nouveaux index
           PERFORM RECONSTRUIRE_INDEX_VENTES

           *>Les fichiers construits avant la designation des
           *>articles par leur id (inventaire cle sur le titre, id de
           *>reference absent ou hors cle) sont recharges sous leur
           *>nouvelle cle, l'id etant resolu au passage
           PERFORM CONVERTIR_REFERENCES_ID

           *>Un parametre "BATCH" en ligne de commande permet de
           *>lancer la cloture du jour sans passer par le menu et
           *>l'authentification interactive (planification nocturne)
