                RECORD KEY IS fst_nomLatin
                FILE STATUS IS cr_fStock.

                SELECT OPTIONAL FFournisseurs
                ASSIGN TO "fournisseurs.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS ffo_numFournisseur
                FILE STATUS IS cr_fFournisseurs.

                SELECT OPTIONAL FMouvements ASSIGN TO "mouvements.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fmv_numMouvement
                ALTERNATE RECORD KEY IS fmv_nomLatin
                    WITH DUPLICATES
                FILE STATUS IS cr_fMouvements.

                SELECT OPTIONAL FCommandes ASSIGN TO "commandes.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fco_cle
                FILE STATUS IS cr_fCommandes.

                SELECT OPTIONAL FTaches ASSIGN TO "taches.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS ftr_cle
                FILE STATUS IS cr_fTraitements.

                SELECT OPTIONAL FProduits ASSIGN TO "produits.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fpr_nomProduit
                FILE STATUS IS cr_fProduits.

                SELECT OPTIONAL FSyntheses ASSIGN TO
                    "syntheses.dat"
                ORGANIZATION indexed
                RECORD KEY IS flo_numLot
                FILE STATUS IS cr_fLots.

                SELECT OPTIONAL FClients ASSIGN TO "clients.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fcl_numClient
                FILE STATUS IS cr_fClients.

                SELECT OPTIONAL FLivraisons ASSIGN TO "livraisons.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fli_cle
                ALTERNATE RECORD KEY IS fli_numLot
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS fli_numClient
                    WITH DUPLICATES
                FILE STATUS IS cr_fLivraisons.

                SELECT OPTIONAL FCalendrier ASSIGN TO
                    "calendrier.dat"
                ORGANIZATION indexed
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS cr_fExport.

                SELECT OPTIONAL FConsignes ASSIGN TO "consignes.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fcs_cle
                FILE STATUS IS cr_fConsignes.

                SELECT OPTIONAL FAlertes
                ASSIGN TO "alertes_climat.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fal_nomSerre
                FILE STATUS IS cr_fAlertes.

                SELECT OPTIONAL FParametres ASSIGN TO "parametres.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fpa_code
                FILE STATUS IS cr_fParametres.

                SELECT OPTIONAL FJournalBatch
                ASSIGN TO "journal_batch.dat"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS cr_fJournalBatch.

                SELECT OPTIONAL FHistCultures
                ASSIGN TO nom_hist_cultures
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS hcu_cle
                FILE STATUS IS cr_fHistCultures.

                SELECT OPTIONAL FHistTaches ASSIGN TO nom_hist_taches
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS hta_cle
                FILE STATUS IS cr_fHistTaches.

                SELECT OPTIONAL FHistTraitements
                ASSIGN TO nom_hist_traitements
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS htr_cle
                FILE STATUS IS cr_fHistTraitements.

                SELECT OPTIONAL FHistLots ASSIGN TO nom_hist_lots
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS hlo_cle
                FILE STATUS IS cr_fHistLots.

                SELECT OPTIONAL FCommandesClients
                ASSIGN TO "commandes_clients.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fcc_cle
                FILE STATUS IS cr_fCommandesClients.

                SELECT OPTIONAL FArrosages ASSIGN TO "arrosages.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS far_cle
                FILE STATUS IS cr_fArrosages.

                SELECT FArrosagesLot ASSIGN TO "arrosages_lot.dat"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS cr_fArrosagesLot.

                SELECT OPTIONAL FVarietes ASSIGN TO "varietes.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fva_cle
                FILE STATUS IS cr_fVarietes.

                SELECT OPTIONAL FDureesTaches
                ASSIGN TO "durees_taches.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fdt_type
                FILE STATUS IS cr_fDureesTaches.

                SELECT OPTIONAL FQualiteLots
                ASSIGN TO "qualite_lots.dat"
                ORGANIZATION indexed
                ACCESS MODE IS dynamic
                RECORD KEY IS fql_cle
                FILE STATUS IS cr_fQualiteLots.

        DATA DIVISION.
        FILE SECTION.           
                
                02 fu_echecs PIC 9(1).
                02 fu_verrou PIC 9(1).
                        88 compte_verrouille VALUE 1.
                02 fu_statut PIC 9(1).
                        88 compte_actif VALUE 0.
                        88 compte_desactive VALUE 1.
                02 fu_dateDesactivation PIC 9(8).
                02 fu_successeur PIC 9(3).
                
        FD FSerres.
        01 tamp_fSerres.
                02 fcu_dateRecoltePrevue PIC 9(8).
                02 fcu_dateRecolte PIC 9(8).
                02 fcu_quantiteRecolte PIC 9(5).
                02 fcu_variete PIC X(30).

        FD FMesures.
        01 tamp_fMesures.
                02 fst_quantite PIC 9(5).
                02 fst_unite PIC A(10).
                02 fst_seuil PIC 9(5).
                02 fst_numFournisseur PIC 9(4).
                02 fst_coutUnitaire PIC 9(5)V99.

        FD FFournisseurs.
        01 tamp_fFournisseurs.
                02 ffo_numFournisseur PIC 9(4).
                02 ffo_nom PIC A(30).
                02 ffo_contact PIC X(50).
                02 ffo_delaiLivraison PIC 9(3).

        FD FMouvements.
        01 tamp_fMouvements.
                02 fmv_numMouvement PIC 9(6).
                02 fmv_nomLatin PIC A(50).
                02 fmv_date PIC 9(8).
                02 fmv_heure PIC 9(8).
                02 fmv_type PIC 9(1).
                        88 mouvement_reception VALUE 1.
                        88 mouvement_plantation VALUE 2.
                        88 mouvement_perte VALUE 3.
                        88 mouvement_correction VALUE 4.
                        88 mouvement_inventaire VALUE 5.
                02 fmv_sens PIC X(1).
                02 fmv_quantite PIC 9(5).
                02 fmv_solde PIC 9(5).
                02 fmv_idUtilisateur PIC 9(3).
                02 fmv_numCommande PIC 9(6).
                02 fmv_numZone PIC 9(3).
                02 fmv_nomSerre PIC 9(3).
                02 fmv_sequence PIC 9(3).
                02 fmv_motif PIC X(30).

        FD FCommandes.
        01 tamp_fCommandes.
                02 fco_cle.
                        03 fco_numCommande PIC 9(6).
                        03 fco_nomLatin PIC A(50).
                02 fco_numFournisseur PIC 9(4).
                02 fco_quantite PIC 9(5).
                02 fco_quantiteRecue PIC 9(5).
                02 fco_dateCommande PIC 9(8).
                02 fco_statut PIC 9(1).
                        88 commande_brouillon VALUE 0.
                        88 commande_confirmee VALUE 1.
                        88 commande_recue VALUE 2.

        FD FTaches.
        01 tamp_fTaches.
                02 fta_dateEcheance PIC 9(8).
                02 fta_dateRealisation PIC 9(8).
                02 fta_idUtilisateur PIC 9(3).
                02 fta_heuresReelles PIC 9(3)V99.

        FD FTraitements.
        01 tamp_fTraitements.
                02 ftr_dateApplication PIC 9(8).
                02 ftr_delaiJours PIC 9(3).

        FD FProduits.
        01 tamp_fProduits.
                02 fpr_nomProduit PIC A(30).
                02 fpr_delaiJours PIC 9(3).
                02 fpr_maxApplications PIC 9(2).
                02 fpr_intervalleJours PIC 9(3).
                02 fpr_bio PIC 9(1).
                        88 produit_bio VALUE 1.
                02 fpr_coutApplication PIC 9(5)V99.

        FD FSyntheses.
        01 tamp_fSyntheses.
                02 fsy_cle.
                        88 ligne_plan_brouillon VALUE 0.
                        88 ligne_plan_validee VALUE 1.
                        88 ligne_plan_engagee VALUE 2.
                02 fpl_idUtilisateur PIC 9(3).
                02 fpl_variete PIC X(30).

        FD FNotifications.
        01 tamp_fNotifications.
                02 flo_nomLatin PIC A(50).
                02 flo_dateRecolte PIC 9(8).
                02 flo_quantite PIC 9(5).
                02 flo_numClient PIC 9(4).
                02 flo_quantiteRestante PIC 9(5).
                02 flo_statut PIC 9(1).
                        88 lot_en_stock VALUE 0.
                        88 lot_partiel VALUE 1.
                        88 lot_expedie VALUE 2.
                02 flo_qualite PIC 9(1).
                        88 lot_libre VALUE 0.
                        88 lot_bloque VALUE 1.
                        88 lot_rejete VALUE 2.
                        88 lot_non_expediable VALUES 1 2.
                02 flo_prixUnitaire PIC 9(5)V99.

        FD FClients.
        01 tamp_fClients.
                02 fcl_numClient PIC 9(4).
                02 fcl_nom PIC A(30).
                02 fcl_adresse PIC X(50).
                02 fcl_contact PIC X(50).

        FD FLivraisons.
        01 tamp_fLivraisons.
                02 fli_cle.
                        03 fli_numBon PIC 9(6).
                        03 fli_numLot PIC 9(6).
                02 fli_numClient PIC 9(4).
                02 fli_dateLivraison PIC 9(8).
                02 fli_nomLatin PIC A(50).
                02 fli_quantite PIC 9(5).
                02 fli_idUtilisateur PIC 9(3).

        FD FCalendrier.
        01 tamp_fCalendrier.
        FD FExport.
        01 enr_export PIC X(300).

        FD FConsignes.
        01 tamp_fConsignes.
                02 fcs_cle.
                        03 fcs_nomSerre PIC 9(3).
                        03 fcs_mois PIC 9(2).
                02 fcs_tempMin PIC 9(3).
                02 fcs_tempMax PIC 9(3).
                02 fcs_humMin PIC 9(3).
                02 fcs_humMax PIC 9(3).
                02 fcs_nbReleves PIC 9(2).

        FD FAlertes.
        01 tamp_fAlertes.
                02 fal_nomSerre PIC 9(3).
                02 fal_horsConsigne PIC 9(4).
                02 fal_dateReleve PIC 9(8).
                02 fal_heureReleve PIC 9(4).
                02 fal_numTache PIC 9(6).
                02 fal_dateOuverture PIC 9(8).
                02 fal_motif PIC X(40).

        FD FParametres.
        01 tamp_fParametres.
                02 fpa_code PIC X(20).
                02 fpa_valeur PIC 9(7)V99.

        FD FJournalBatch.
        01 enr_journalBatch PIC X(80).

        FD FHistCultures.
        01 tamp_fHistCultures.
                02 hcu_cle.
                        03 hcu_numZone PIC 9(3).
                        03 hcu_nomSerre PIC 9(3).
                        03 hcu_sequence PIC 9(3).
                        03 hcu_datePlantation PIC 9(8).
                02 hcu_culture PIC X(118).

        FD FHistTaches.
        01 tamp_fHistTaches.
                02 hta_cle.
                        03 hta_numTache PIC 9(6).
                        03 hta_dateRealisation PIC 9(8).
                02 hta_tache PIC X(56).

        FD FHistTraitements.
        01 tamp_fHistTraitements.
                02 htr_cle.
                        03 htr_numZone PIC 9(3).
                        03 htr_nomSerre PIC 9(3).
                        03 htr_sequence PIC 9(3).
                        03 htr_datePlantation PIC 9(8).
                        03 htr_numTraitement PIC 9(3).
                02 htr_traitement PIC X(53).

        FD FHistLots.
        01 tamp_fHistLots.
                02 hlo_cle.
                        03 hlo_numLot PIC 9(6).
                        03 hlo_dateRecolte PIC 9(8).
                02 hlo_lot PIC X(96).

        FD FCommandesClients.
        01 tamp_fCommandesClients.
                02 fcc_cle.
                        03 fcc_numCommande PIC 9(6).
                        03 fcc_numLigne PIC 9(2).
                02 fcc_numClient PIC 9(4).
                02 fcc_nomLatin PIC A(50).
                02 fcc_quantite PIC 9(5).
                02 fcc_semaineLivraison PIC 9(8).
                02 fcc_dateCommande PIC 9(8).
                02 fcc_statut PIC 9(1).
                        88 commande_client_a_planifier VALUE 0.
                        88 commande_client_planifiee VALUE 1.
                        88 commande_client_non_couverte VALUE 2.
                02 fcc_numPlan PIC 9(3).
                02 fcc_zonesNecessaires PIC 9(3).
                02 fcc_zonesPlanifiees PIC 9(3).
                02 fcc_dateSemis PIC 9(8).
                02 fcc_motif PIC X(40).

        FD FArrosages.
        01 tamp_fArrosages.
                02 far_cle.
                        03 far_nomSerre PIC 9(3).
                        03 far_numZone PIC 9(3).
                        03 far_date PIC 9(8).
                        03 far_sequence PIC 9(2).
                02 far_volume PIC 9(5).
                02 far_idUtilisateur PIC 9(3).
                02 far_nomLatin PIC A(50).
                02 far_origine PIC X(1).
                        88 arrosage_saisi VALUE "S".
                        88 arrosage_compteur VALUE "C".

        FD FArrosagesLot.
        01 tamp_fArrosagesLot.
                02 farlot_nomSerre PIC 9(3).
                02 farlot_numZone PIC 9(3).
                02 farlot_date PIC 9(8).
                02 farlot_volume PIC 9(5).
                02 farlot_idUtilisateur PIC 9(3).

        FD FVarietes.
        01 tamp_fVarietes.
                02 fva_cle.
                        03 fva_nomLatin PIC A(50).
                        03 fva_variete PIC X(30).
                02 fva_joursRecolte PIC 9(3).
                02 fva_degresJours PIC 9(5).
                02 fva_moisDebut PIC 9(2).
                02 fva_moisFin PIC 9(2).
                02 fva_rendement PIC 9(5).

        FD FDureesTaches.
        01 tamp_fDureesTaches.
                02 fdt_type PIC A(20).
                02 fdt_heuresPrevues PIC 9(3)V99.
                02 fdt_heuresCumulees PIC 9(6)V99.
                02 fdt_nbRealisations PIC 9(5).

        FD FQualiteLots.
        01 tamp_fQualiteLots.
                02 fql_cle.
                        03 fql_numLot PIC 9(6).
                        03 fql_sequence PIC 9(3).
                02 fql_date PIC 9(8).
                02 fql_heure PIC 9(8).
                02 fql_idUtilisateur PIC 9(3).
                02 fql_qualite PIC 9(1).
                02 fql_motif PIC X(60).

        WORKING-STORAGE SECTION.
        77 cr_fPlantes PIC 9(2).
        77 cr_fUtilisateurs PIC 9(2).
        77 cr_fStock PIC 9(2).
        77 quantite_stock PIC 9(5).
        77 compteur_articles PIC 9(5).
        77 cr_fFournisseurs PIC 9(2).
        77 cr_fMouvements PIC 9(2).
        77 cr_fCommandes PIC 9(2).
        77 num_fournisseur PIC 9(4).
        77 fournisseur_ok PIC 9(1).
        77 compteur_fournisseurs PIC 9(4).
        77 num_mouvement PIC 9(6).
        77 mouvement_ecrit PIC 9(1).
        77 essais_mouvement PIC 9(1).
        77 mvt_type PIC 9(1).
        77 mvt_sens PIC X(1).
        77 mvt_quantite PIC 9(5).
        77 mvt_commande PIC 9(6).
        77 mvt_numZone PIC 9(3).
        77 mvt_nomSerre PIC 9(3).
        77 mvt_sequence PIC 9(3).
        77 mvt_motif PIC X(30).
        77 mvt_libelle PIC X(12).
        77 compteur_mouvements PIC 9(5).
        77 quantite_ancienne PIC 9(5).
        77 quantite_comptee PIC 9(5).
        77 num_commande PIC 9(6).
        77 commande_ecrite PIC 9(1).
        77 essais_commande PIC 9(1).
        77 commande_ouverte PIC 9(1).
        77 fin_commande PIC 9(1).
        77 ecart_inventaire PIC 9(5).
        77 signe_ecart PIC X(1).
        77 compteur_commandes PIC 9(4).
        77 compteur_lignes PIC 9(4).
        77 fournisseur_precedent PIC 9(4).
        77 quantite_a_commander PIC 9(6).
        77 tcm_nombre PIC 9(3).
        77 tcm_tmp_plante PIC A(50).
        77 tcm_tmp_fournisseur PIC 9(4).
        77 tcm_tmp_quantite PIC 9(5).
        01 table_commandes.
                02 tcm_element OCCURS 200 TIMES.
                        03 tcm_nomLatin PIC A(50).
                        03 tcm_numFournisseur PIC 9(4).
                        03 tcm_quantite PIC 9(5).
        77 tiv_nombre PIC 9(3).
        01 table_inventaire.
                02 tiv_element OCCURS 200 TIMES.
                        03 tiv_nomLatin PIC A(50).
                        03 tiv_theorique PIC 9(5).
                        03 tiv_comptee PIC 9(5).
        77 cr_fTraitements PIC 9(2).
        77 produit_traitement PIC A(30).
        77 date_traitement PIC 9(8).
        77 compteur_traitements PIC 9(3).
        77 traitement_ecrit PIC 9(1).
        77 essais_traitement PIC 9(1).
        77 cr_fProduits PIC 9(2).
        77 compteur_produits PIC 9(3).
        77 produit_ok PIC 9(1).
        77 limites_ok PIC 9(1).
        77 max_applications PIC 9(2).
        77 intervalle_applications PIC 9(3).
        77 nb_applications PIC 9(2).
        77 jours_application PIC 9(7).
        77 ecart_applications PIC 9(7).
        77 annee_registre PIC 9(4).
        77 annee_archive PIC 9(4).
        77 operateurs_manquants PIC 9(3).
        77 trg_nombre PIC 9(3).
        77 trg_tmp_cle PIC X(12).
        77 trg_tmp_date PIC 9(8).
        77 trg_tmp_produit PIC A(30).
        77 trg_tmp_delai PIC 9(3).
        77 trg_tmp_plante PIC A(50).
        77 trg_tmp_operateur PIC 9(3).
        01 table_registre_traitements.
                02 trg_element OCCURS 200 TIMES.
                        03 trg_cle PIC X(12).
                        03 trg_date PIC 9(8).
                        03 trg_produit PIC A(30).
                        03 trg_delai PIC 9(3).
                        03 trg_nomLatin PIC A(50).
                        03 trg_operateur PIC 9(3).
        77 nb_jours_ajout PIC 9(4).
        77 date_resultat PIC 9(8).
        77 nb_jours_mois PIC 9(2).
        77 retards_serre PIC 9(3).
        77 cr_fLots PIC 9(2).
        77 numero_lot PIC 9(6).
        77 cr_fClients PIC 9(2).
        77 cr_fLivraisons PIC 9(2).
        77 num_client PIC 9(4).
        77 client_ok PIC 9(1).
        77 compteur_clients PIC 9(4).
        77 client_precedent PIC 9(4).
        77 num_bon PIC 9(6).
        77 bon_ecrit PIC 9(1).
        77 livraison_ecrite PIC 9(1).
        77 compteur_lots PIC 9(5).
        77 essais_bon PIC 9(1).
        77 fin_expedition PIC 9(1).
        77 quantite_expediee PIC 9(5).
        77 total_client PIC 9(7).
        77 total_general PIC 9(7).
        77 age_lot PIC 9(5).
        77 quantite_moins_8j PIC 9(7).
        77 quantite_8_14j PIC 9(7).
        77 quantite_15_30j PIC 9(7).
        77 quantite_plus_30j PIC 9(7).
        77 cr_fJournalBatch PIC 9(2).
        77 parametre_lancement PIC X(20).
        77 mode_batch PIC 9(1) VALUE 0.
                88 execution_batch VALUE 1.
        77 etape_batch PIC 9(1).
        77 etape_depart PIC 9(1).
        77 etape_echec PIC 9(1).
        77 etape_ok PIC 9(1).
        77 chaine_ok PIC 9(1).
        77 statut_etape PIC 9(2).
        77 compteur_etape PIC 9(7).
        77 resume_batch PIC X(66).
        77 position_resume PIC 9(3).
        77 libelle_etape PIC X(30).
        77 heure_lancement PIC 9(8).
        77 heure_debut_etape PIC 9(8).
        77 heure_fin_etape PIC 9(8).
        77 total_exportes PIC 9(7).
        77 exports_en_erreur PIC 9(2).
        77 cr_fConsignes PIC 9(2).
        77 cr_fAlertes PIC 9(2).
        77 mois_consigne PIC 9(2).
        77 compteur_consignes PIC 9(3).
        77 cons_tempMin PIC 9(3).
        77 cons_tempMax PIC 9(3).
        77 cons_humMin PIC 9(3).
        77 cons_humMax PIC 9(3).
        77 cons_nbReleves PIC 9(2).
        77 proprietaire_serre PIC 9(3).
        77 releve_hors_consigne PIC 9(1).
        77 alerte_existante PIC 9(1).
        77 motif_alerte PIC X(40).
        77 releves_controles PIC 9(5).
        77 releves_sans_consigne PIC 9(5).
        77 releves_hors_consigne PIC 9(5).
        77 hors_temperature PIC 9(5).
        77 hors_humidite PIC 9(5).
        77 critere_rappel PIC 9(1).
        77 rappel_produit PIC A(30).
        77 rappel_plante PIC A(50).
        77 rappel_serre PIC 9(3).
        77 rappel_debut PIC 9(8).
        77 rappel_fin PIC 9(8).
        77 debut_culture PIC 9(8).
        77 lot_retenu PIC 9(1).
        77 lien_rappel PIC X(40).
        77 quantite_a_risque PIC 9(7).
        77 quantite_restante_risque PIC 9(7).
        77 lots_bloques PIC 9(3).
        77 annee_rappel PIC 9(4).
        77 culture_rappel_archivee PIC 9(1).
        77 lot_rappel_lu PIC 9(1).
        77 lots_archives_rappel PIC 9(3).
        77 rappel_client PIC 9(4).
        77 rappel_bon PIC 9(6).
        77 rappel_dateLivraison PIC 9(8).
        77 rappel_quantiteLivree PIC 9(5).
        77 cr_fParametres PIC 9(2).
        77 taux_horaire PIC 9(5)V99.
        77 annee_marge PIC 9(4).
        77 rang_culture PIC 9(3).
        77 rang_trouve PIC 9(3).
        77 cout_calcule PIC 9(7)V99.
        77 marge_lot PIC S9(7)V99.
        77 sous_total_quantite PIC 9(7).
        77 sous_total_recette PIC 9(9)V99.
        77 sous_total_cout PIC 9(9)V99.
        77 sous_total_marge PIC S9(9)V99.
        77 total_recette PIC 9(9)V99.
        77 total_cout PIC 9(9)V99.
        77 total_marge PIC S9(9)V99.
        77 plante_precedente PIC A(50).
        77 cultures_en_perte PIC 9(3).
        77 prix_edite PIC -(6)9.99.
        77 cout_edite PIC -(6)9.99.
        77 marge_editee PIC -(8)9.99.
        77 recette_editee PIC -(8)9.99.
        77 total_edite PIC -(8)9.99.
        77 heures_editees PIC ZZ9.99.
        77 tpr_nombre PIC 9(3).
        01 table_couts_cultures.
                02 tpr_element OCCURS 200 TIMES.
                        03 tpr_numZone PIC 9(3).
                        03 tpr_nomSerre PIC 9(3).
                        03 tpr_sequence PIC 9(3).
                        03 tpr_nomLatin PIC A(50).
                        03 tpr_datePlantation PIC 9(8).
                        03 tpr_dateRecolte PIC 9(8).
                        03 tpr_quantite PIC 9(5).
                        03 tpr_quantiteVendue PIC 9(7).
                        03 tpr_coutIntrants PIC 9(7)V99.
                        03 tpr_coutTraitements PIC 9(7)V99.
                        03 tpr_coutMainOeuvre PIC 9(7)V99.
                        03 tpr_coutTotal PIC 9(7)V99.
                        03 tpr_coutUnitaire PIC 9(5)V99.
                        03 tpr_recette PIC 9(9)V99.
        77 tmg_tmp_numLot PIC 9(6).
        77 tmg_tmp_rang PIC 9(3).
        77 tmg_tmp_nomLatin PIC A(50).
        77 tmg_tmp_nomSerre PIC 9(3).
        77 tmg_tmp_quantite PIC 9(5).
        77 tmg_tmp_prix PIC 9(5)V99.
        77 tmg_tmp_cout PIC 9(5)V99.
        77 tmg_nombre PIC 9(3).
        01 table_marges.
                02 tmg_element OCCURS 200 TIMES.
                        03 tmg_numLot PIC 9(6).
                        03 tmg_rang PIC 9(3).
                        03 tmg_nomLatin PIC A(50).
                        03 tmg_nomSerre PIC 9(3).
                        03 tmg_quantite PIC 9(5).
                        03 tmg_prix PIC 9(5)V99.
                        03 tmg_cout PIC 9(5)V99.
        77 cr_fHistCultures PIC 9(2).
        77 cr_fHistTaches PIC 9(2).
        77 cr_fHistTraitements PIC 9(2).
        77 cr_fHistLots PIC 9(2).
        77 nom_hist_cultures PIC X(30).
        77 nom_hist_taches PIC X(30).
        77 nom_hist_traitements PIC X(30).
        77 nom_hist_lots PIC X(30).
        77 annee_cloture PIC 9(4).
        77 annee_historique PIC 9(4).
        77 annee_hist_ouverte PIC 9(4).
        77 historique_ouvert PIC 9(1).
        77 rang_annee PIC 9(3).
        77 lot_archive PIC 9(1).
        77 lot_vivant PIC 9(1).
        77 archivage_ok PIC 9(1).
        77 fin_historique PIC 9(1).
        77 date_recolte_retenue PIC 9(8).
        77 lots_archives PIC 9(5).
        77 lots_deja_archives PIC 9(5).
        77 taches_archivees PIC 9(5).
        77 taches_deja_archivees PIC 9(5).
        77 cultures_archivees PIC 9(5).
        77 cultures_deja_archivees PIC 9(5).
        77 cultures_conservees PIC 9(5).
        77 traitements_archives PIC 9(5).
        77 traitements_deja_archives PIC 9(5).
        77 dernier_lot_archive PIC 9(6).
        77 derniere_tache_archivee PIC 9(6).
        77 code_plancher PIC X(20).
        77 numero_plancher PIC 9(6).
        77 tah_nombre PIC 9(3).
        01 table_annees_historique.
                02 tah_element OCCURS 50 TIMES.
                        03 tah_annee PIC 9(4).
        77 tlr_nombre PIC 9(3).
        01 table_rappel.
                02 tlr_element OCCURS 200 TIMES.
                        03 tlr_numLot PIC 9(6).
                        03 tlr_annee PIC 9(4).
                        03 tlr_lien PIC X(40).
        77 tli_nombre PIC 9(3).
        01 table_livraison.
                02 tli_element OCCURS 200 TIMES.
                        03 tli_numLot PIC 9(6).
                        03 tli_nomLatin PIC A(50).
                        03 tli_quantite PIC 9(5).
        77 lot_ecrit PIC 9(1).
        77 essais_lot PIC 9(1).
        77 temp_min_lot PIC 9(3).
                        03 tpl_datePlantation PIC 9(8).
                        03 tpl_dateRecoltePrevue PIC 9(8).
                        03 tpl_statut PIC 9(1).
                        03 tpl_variete PIC X(30).
        77 cr_fExport PIC 9(2).
        77 nom_export PIC X(40).
        77 type_export PIC X(10).
        77 date_echeance PIC 9(8).
        77 date_realisation PIC 9(8).
        77 id_assigne PIC 9(3).
        77 id_quittant PIC 9(3).
        77 id_successeur PIC 9(3).
        77 quittant_admin PIC 9(1).
        77 admins_actifs PIC 9(3).
        77 serres_transferees PIC 9(5).
        77 taches_transferees PIC 9(5).
        77 lignes_plan_transferees PIC 9(5).
        77 notifs_transferees PIC 9(5).
        77 annee_reference PIC 9(4).
        77 annee_comparee PIC 9(4).
        77 annee_min_comparaison PIC 9(4).
        77 rang_saison PIC 9(1).
        77 rang_mois PIC 9(2).
        77 libelle_comparaison PIC X(22).
        77 valeur_saison_1 PIC X(11).
        77 valeur_saison_2 PIC X(11).
        77 ecart_signe PIC S9(7).
        77 ecart_reference PIC 9(7).
        77 indicateur_ecart PIC X(4).
        77 ecart_temp PIC 9(1).
        77 ecart_hum PIC 9(1).
        77 ecart_cultures PIC 9(1).
        77 ecart_quantite PIC 9(1).
        77 ecart_duree PIC 9(1).
        77 ecart_retards PIC 9(1).
        77 ecarts_signales PIC 9(3).
        77 ecart_ligne PIC 9(1).
        01 table_comparaison.
                02 tsc_saison OCCURS 2 TIMES.
                        03 tsc_annee PIC 9(4).
                        03 tsc_totalPlantees PIC 9(5).
                        03 tsc_totalRecoltees PIC 9(5).
                        03 tsc_totalQuantite PIC 9(9).
                        03 tsc_totalRetards PIC 9(5).
                        03 tsc_mois OCCURS 12 TIMES.
                                04 tsc_sommeTemp PIC 9(9).
                                04 tsc_sommeHum PIC 9(9).
                                04 tsc_compte PIC 9(7).
                                04 tsc_tempMin PIC 9(3).
                                04 tsc_tempMax PIC 9(3).
                                04 tsc_tempMoy PIC 9(3).
                                04 tsc_humMin PIC 9(3).
                                04 tsc_humMax PIC 9(3).
                                04 tsc_humMoy PIC 9(3).
                                04 tsc_plantees PIC 9(3).
                                04 tsc_recoltees PIC 9(3).
                                04 tsc_quantite PIC 9(7).
                                04 tsc_sommeDurees PIC 9(7).
                                04 tsc_nbDurees PIC 9(3).
                                04 tsc_dureeMoy PIC 9(4).
                                04 tsc_retards PIC 9(3).
        77 cr_fCommandesClients PIC 9(2).
        77 num_commande_client PIC 9(6).
        77 ligne_commande_client PIC 9(2).
        77 fin_commandes PIC 9(1).
        77 fin_zones_plan PIC 9(1).
        77 rendement_zone PIC 9(5).
        77 reste_rendement PIC 9(5).
        77 duree_moyenne_plante PIC 9(5).
        77 zones_a_planifier PIC 9(3).
        77 zones_allouees PIC 9(3).
        77 date_semis_limite PIC 9(8).
        77 date_recolte_visee PIC 9(8).
        77 zone_disponible PIC 9(1).
        77 motif_manque PIC X(40).
        77 commandes_planifiees PIC 9(5).
        77 commandes_non_couvertes PIC 9(5).
        77 lignes_plan_creees PIC 9(5).
        77 tzp_nombre PIC 9(3).
        01 table_zones_planifiees.
                02 tzp_element OCCURS 200 TIMES.
                        03 tzp_numZone PIC 9(3).
                        03 tzp_nomSerre PIC 9(3).
                        03 tzp_datePlantation PIC 9(8).
                        03 tzp_dateRecoltePrevue PIC 9(8).
        77 cr_fArrosages PIC 9(2).
        77 cr_fArrosagesLot PIC 9(2).
        77 volume_arrosage PIC 9(5).
        77 arrosage_ecrit PIC 9(1).
        77 operateur_arrosage PIC 9(3).
        77 compteur_arrosages PIC 9(5).
        77 mois_eau PIC 9(6).
        77 total_eau_serre PIC 9(9).
        77 zones_oubliees PIC 9(3).
        77 zones_anormales PIC 9(3).
        77 rang_classe PIC 9(1).
        77 classe_elevee_moyenne PIC 9(7).
        77 classe_faible_moyenne PIC 9(7).
        77 tar_nombre PIC 9(3).
        01 table_arrosage_zones.
                02 tar_element OCCURS 200 TIMES.
                        03 tar_numZone PIC 9(3).
                        03 tar_nomLatin PIC A(50).
                        03 tar_eau PIC A(10).
                        03 tar_plantee PIC 9(1).
                        03 tar_nbArrosages PIC 9(5).
                        03 tar_volume PIC 9(7).
        77 tae_nombre PIC 9(3).
        01 table_arrosage_plantes.
                02 tae_element OCCURS 200 TIMES.
                        03 tae_nomLatin PIC A(50).
                        03 tae_nbArrosages PIC 9(5).
                        03 tae_volume PIC 9(7).
        01 table_classes_eau.
                02 tce_element OCCURS 3 TIMES.
                        03 tce_eau PIC A(10).
                        03 tce_volume PIC 9(9).
                        03 tce_zones PIC 9(3).
                        03 tce_moyenne PIC 9(7).
        77 cr_fVarietes PIC 9(2).
        77 variete_culture PIC X(30).
        77 variete_cloturee PIC X(30).
        77 variete_ok PIC 9(1).
        77 variete_jours_recolte PIC 9(3).
        77 variete_degres_jours PIC 9(5).
        77 variete_mois_debut PIC 9(2).
        77 variete_mois_fin PIC 9(2).
        77 mois_plantation PIC 9(2).
        77 compteur_varietes PIC 9(5).
        77 rendement_moyen PIC 9(5).
        77 tva_nombre PIC 9(3).
        01 table_rendement_varietes.
                02 tva_element OCCURS 200 TIMES.
                        03 tva_nomLatin PIC A(50).
                        03 tva_variete PIC X(30).
                        03 tva_rendement PIC 9(5).
                        03 tva_quantite PIC 9(7).
                        03 tva_nbCultures PIC 9(5).
                        03 tva_nbDurees PIC 9(5).
                        03 tva_sommeJours PIC 9(7).
                        03 tva_retards PIC 9(5).
        77 cr_fDureesTaches PIC 9(2).
        77 heures_prevues_tache PIC 9(3)V99.
        77 heures_moyennes_tache PIC 9(3)V99.
        77 heures_semaine PIC 9(3)V99.
        77 heures_charge_editees PIC ZZZ9.99.
        77 id_charge PIC 9(3).
        77 jour_charge PIC 9(1).
        77 jours_debut_semaine PIC 9(7).
        77 indice_assigne PIC 9(3).
        77 indice_cible PIC 9(3).
        77 charge_cible PIC 9(4)V99.
        77 capacite_jour PIC 9(3)V99.
        77 indice_capacite PIC 9(3).
        77 indice_trouve PIC 9(3).
        77 motif_deplacement PIC X(20).
        77 taches_a_deplacer PIC 9(3).
        77 taches_deplacees PIC 9(3).
        77 taches_en_retard PIC 9(3).
        77 taches_non_assignees PIC 9(3).
        77 heures_non_assignees PIC 9(4)V99.
        77 tuc_nombre PIC 9(3).
        01 table_charge_utilisateurs.
                02 tuc_element OCCURS 100 TIMES.
                        03 tuc_idUtilisateur PIC 9(3).
                        03 tuc_nom PIC A(30).
                        03 tuc_capacite PIC 9(3)V99.
                        03 tuc_capaciteJour PIC 9(3)V99.
                        03 tuc_total PIC 9(4)V99.
                        03 tuc_heures PIC 9(3)V99 OCCURS 7 TIMES.
        77 ttc_nombre PIC 9(3).
        01 table_charge_taches.
                02 ttc_element OCCURS 300 TIMES.
                        03 ttc_numTache PIC 9(6).
                        03 ttc_nomSerre PIC 9(3).
                        03 ttc_numZone PIC 9(3).
                        03 ttc_type PIC A(20).
                        03 ttc_jour PIC 9(1).
                        03 ttc_heures PIC 9(3)V99.
                        03 ttc_idUtilisateur PIC 9(3).
                        03 ttc_proprietaire PIC 9(3).
                        03 ttc_indice PIC 9(3).
        01 ligne_charge.
                02 lch_libelle PIC X(24).
                02 lch_jour OCCURS 7 TIMES.
                        03 lch_heures PIC ZZ9.9.
                        03 lch_marque PIC X(1).
                02 FILLER PIC X(2).
                02 lch_total PIC ZZZ9.9.
        77 cr_fQualiteLots PIC 9(2).
        77 qualite_lot PIC 9(1).
        77 qualite_nouvelle PIC 9(1).
        77 motif_qualite PIC X(60).
        77 commentaire_qualite PIC X(60).
        77 recolte_forcee PIC 9(1).
        77 alertes_culture PIC 9(3).
        77 fin_qualite PIC 9(1).
        77 sequence_qualite PIC 9(3).
        77 compteur_qualite PIC 9(5).
        77 lots_en_attente PIC 9(5).
        77 libelle_qualite PIC X(10).
        77 compteur_taches PIC 9(5).
        77 tache_ecrite PIC 9(1).
        77 essais_tache PIC 9(1).
        77 cr_fPlantesLot PIC 9(2).
        77 cr_fCompatLot PIC 9(2).
        77 cr_fSauvegarde PIC 9(2).
        77 nom_sauvegarde PIC X(50).
        77 date_sauvegarde PIC 9(8).
        77 compteur_exportes PIC 9(5).
        77 compteur_restaures PIC 9(5).
        PROCEDURE DIVISION.

        PERFORM initialiser_fichiers
        ACCEPT parametre_lancement FROM COMMAND-LINE
        IF parametre_lancement = "BATCH"
                OR parametre_lancement = "batch"
                PERFORM traitement_batch
        ELSE
                PERFORM connexion
                IF login_ok = 1
                        PERFORM menu_principal
                END-IF
        END-IF
        STOP RUN.

        OPEN I-O FStock
        CLOSE FStock

        OPEN I-O FFournisseurs
        CLOSE FFournisseurs

        OPEN I-O FMouvements
        CLOSE FMouvements

        OPEN I-O FCommandes
        CLOSE FCommandes

        OPEN I-O FTaches
        CLOSE FTaches

        OPEN I-O FTraitements
        CLOSE FTraitements

        OPEN I-O FProduits
        CLOSE FProduits

        OPEN I-O FPlans
        CLOSE FPlans

        OPEN I-O FLots
        CLOSE FLots

        OPEN I-O FClients
        CLOSE FClients

        OPEN I-O FLivraisons
        CLOSE FLivraisons

        OPEN I-O FConsignes
        CLOSE FConsignes

        OPEN I-O FAlertes
        CLOSE FAlertes

        OPEN I-O FParametres
        CLOSE FParametres

        OPEN I-O FCommandesClients
        CLOSE FCommandesClients

        OPEN I-O FArrosages
        CLOSE FArrosages
        OPEN I-O FVarietes
        CLOSE FVarietes
        OPEN I-O FDureesTaches
        CLOSE FDureesTaches
        OPEN I-O FQualiteLots
        CLOSE FQualiteLots

        OPEN I-O FNotifications
        CLOSE FNotifications

                MOVE SPACES TO fu_motPasse
                MOVE 0 TO fu_echecs
                MOVE 0 TO fu_verrou
                MOVE 0 TO fu_statut
                MOVE 0 TO fu_dateDesactivation
                MOVE 0 TO fu_successeur
                WRITE tamp_fUtilisateurs
                        INVALID KEY DISPLAY tamp_fUtilisateurs
                        NOT INVALID KEY
                DISPLAY "32. Plan de saison"
                DISPLAY "33. Calendrier de semis"
                DISPLAY "34. Mes notifications"
                DISPLAY "35. Clients et expeditions"
                DISPLAY "36. Cloture annuelle de saison"
                DISPLAY "37. Desactiver un utilisateur"
                DISPLAY "38. Journal d'arrosage et consommation d'eau"
                DISPLAY "39. Varietes des plantes"
                DISPLAY "0.  Quitter"
                ACCEPT choix_menu
                EVALUATE choix_menu
                                PERFORM menu_calendrier
                        WHEN 34
                                PERFORM menu_notifications
                        WHEN 35
                                PERFORM menu_expeditions
                        WHEN 36
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM cloture_saison
                                END-IF
                        WHEN 37
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM desactiver_utilisateur
                                END-IF
                        WHEN 38
                                PERFORM menu_arrosages
                        WHEN 39
                                PERFORM menu_varietes
                        WHEN 0
                                MOVE 1 TO fin_menu
                        WHEN OTHER
        COPY "stock.cpy".
        COPY "taches.cpy".
        COPY "traitements.cpy".
        COPY "produits.cpy".
        COPY "exports.cpy".
        COPY "plans.cpy".
        COPY "charges.cpy".
        COPY "syntheses.cpy".
        COPY "calendrier.cpy".
        COPY "lots.cpy".
        COPY "expeditions.cpy".
        COPY "notifications.cpy".
        COPY "batch.cpy".
        COPY "consignes.cpy".
        COPY "rappels.cpy".
        COPY "couts.cpy".
        COPY "cloture.cpy".
        COPY "comparaisons.cpy".
        COPY "commandes_clients.cpy".
        COPY "arrosages.cpy".
        COPY "varietes.cpy".
        COPY "charge_travail.cpy".
        COPY "qualite.cpy".
