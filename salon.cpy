                    END-IF
               END-PERFORM
               PERFORM OUVRIR_IO_FINVENTAIRE
               MOVE idArticleRef TO fi_id
               READ finventaire KEY IS fi_id
                  INVALID KEY DISPLAY "Ce comic n'existe pas"
                  NOT INVALID KEY
                     MOVE 0 TO qteSalon
                                  INTO ligneStockSalon
                           WRITE ligneStockSalon
                           MOVE fi_titre TO mouvStockTitre
                           MOVE fi_id TO mouvStockIdRef
                           COMPUTE mouvStockQuantite = 0 - qteSalon
                           MOVE "SALON" TO mouvStockMotif
                           MOVE SPACES TO mouvStockReference
              MOVE codeMagasin TO fv_magasin
              MOVE "P" TO fv_canalRecu
              PERFORM OUVRIR_IO_FVENTES
              MOVE fv_titreComics TO titreIdRef
              PERFORM RESOUDRE_ID_REFERENCE
              MOVE idReference TO fv_idRef
              MOVE 0 TO fv_idCommande
              WRITE tamp_fvente
              END-WRITE
              CLOSE fventes
              COMPUTE qteSalon = FUNCTION NUMVAL(champQteSalon)
              MOVE 1 TO nbLignesVente
              MOVE champTitreSalon TO lvTitre(1)
              MOVE fv_idRef TO lvIdRef(1)
              MOVE qteSalon TO lvQuantite(1)
              DIVIDE fv_prixVenteHT BY qteSalon
                  GIVING lvPrixUnitaireHT(1) ROUNDED
              MOVE fv_prixVente TO lvPrixLigneTTC(1)
              MOVE 0 TO lvIdExemplaire(1)
              MOVE tauxTVACourant TO lvTauxTVA(1)
              MOVE 0 TO lvPrixPublicHT(1)
              MOVE 0 TO lvRemiseEcretee(1)
              MOVE 0 TO lvRegimeMarge(1)
              MOVE 0 TO lvCoutAchatMarge(1)
              PERFORM ENREGISTRER_LIGNES_VENTE
              PERFORM ENREGISTRER_TICKET_FISCAL
              ADD 1 TO nbVentesSalonFusion END-ADD
                       REWRITE tamp_finventaire
                          NOT INVALID KEY
                             MOVE fi_titre TO mouvStockTitre
                             MOVE fi_id TO mouvStockIdRef
                             MOVE qteRetourSalon TO
                                  mouvStockQuantite
                             MOVE "RETSALON" TO mouvStockMotif
