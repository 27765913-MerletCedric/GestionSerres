        cloture_saison.
        DISPLAY " "
        DISPLAY "-- CLOTURE ANNUELLE DE SAISON --"
        DISPLAY " "
        ACCEPT date_jour FROM DATE YYYYMMDD
        MOVE date_jour (1:4) TO annee_historique
        MOVE 0 TO annee_cloture
        PERFORM WITH TEST AFTER
            UNTIL annee_cloture > 0
                AND annee_cloture <= annee_historique
            DISPLAY "Annee de la saison a cloturer (AAAA) ? : "
            ACCEPT annee_cloture
            IF annee_cloture = 0
                OR annee_cloture > annee_historique
                DISPLAY "Annee invalide ou posterieure a l'annee"
                    " en cours"
            END-IF
        END-PERFORM
        DISPLAY "Seront archives jusqu'a la saison " annee_cloture
            " :"
        DISPLAY "cultures recoltees, taches terminees, traitements"
            " des cultures recoltees, lots expedies ou rejetes"
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Confirmer la cloture ? oui:1 non:2"
            ACCEPT choix
        END-PERFORM
        IF choix = 1
            MOVE 0 TO lots_archives
            MOVE 0 TO lots_deja_archives
            MOVE 0 TO taches_archivees
            MOVE 0 TO taches_deja_archivees
            MOVE 0 TO cultures_archivees
            MOVE 0 TO cultures_deja_archivees
            MOVE 0 TO cultures_conservees
            MOVE 0 TO traitements_archives
            MOVE 0 TO traitements_deja_archives
            MOVE 0 TO dernier_lot_archive
            MOVE 0 TO derniere_tache_archivee
            MOVE 0 TO historique_ouvert
            DISPLAY "Archivage des lots expedies ou rejetes..."
            PERFORM archiver_lots_expedies
            DISPLAY "Archivage des taches terminees..."
            PERFORM archiver_taches_terminees
            DISPLAY "Archivage des cultures recoltees..."
            PERFORM archiver_cultures_cloturees
            PERFORM fermer_annee_historique
            PERFORM enregistrer_planchers_numeros
            PERFORM emettre_controle_cloture
            MOVE "Cloture" TO fa_fichier
            MOVE SPACES TO fa_cible
            STRING "saison " annee_cloture DELIMITED BY SIZE
                INTO fa_cible
            MOVE "CLOTURE" TO fa_action
            PERFORM enregistrer_audit
        END-IF.

        nommer_fichiers_historique.
        MOVE SPACES TO nom_hist_cultures
        STRING "hist_cultures_" annee_historique ".dat"
            DELIMITED BY SIZE INTO nom_hist_cultures
        MOVE SPACES TO nom_hist_taches
        STRING "hist_taches_" annee_historique ".dat"
            DELIMITED BY SIZE INTO nom_hist_taches
        MOVE SPACES TO nom_hist_traitements
        STRING "hist_traitements_" annee_historique ".dat"
            DELIMITED BY SIZE INTO nom_hist_traitements
        MOVE SPACES TO nom_hist_lots
        STRING "hist_lots_" annee_historique ".dat"
            DELIMITED BY SIZE INTO nom_hist_lots.

        ouvrir_annee_historique.
        IF historique_ouvert = 1
            AND annee_historique NOT = annee_hist_ouverte
            PERFORM fermer_annee_historique
        END-IF
        IF historique_ouvert = 0
            PERFORM nommer_fichiers_historique
            OPEN I-O FHistCultures
            OPEN I-O FHistTaches
            OPEN I-O FHistTraitements
            OPEN I-O FHistLots
            MOVE annee_historique TO annee_hist_ouverte
            MOVE 1 TO historique_ouvert
            PERFORM enregistrer_annee_historique
        END-IF.

        fermer_annee_historique.
        IF historique_ouvert = 1
            CLOSE FHistCultures
            CLOSE FHistTaches
            CLOSE FHistTraitements
            CLOSE FHistLots
            MOVE 0 TO historique_ouvert
        END-IF.

        enregistrer_annee_historique.
        OPEN I-O FParametres
        MOVE SPACES TO fpa_code
        STRING "HISTORIQUE_" annee_historique DELIMITED BY SIZE
            INTO fpa_code
        READ FParametres
            INVALID KEY
                MOVE annee_historique TO fpa_valeur
                WRITE tamp_fParametres
                    INVALID KEY
                        MOVE cr_fParametres TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-WRITE
        END-READ
        CLOSE FParametres.

        archiver_lots_expedies.
        OPEN I-O FLots
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF (lot_expedie OR lot_rejete)
                            AND flo_dateRecolte (1:4) <= annee_cloture
                            PERFORM archiver_un_lot
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FLots.

        archiver_un_lot.
        MOVE flo_dateRecolte (1:4) TO annee_historique
        PERFORM ouvrir_annee_historique
        MOVE flo_numLot TO hlo_numLot
        MOVE flo_dateRecolte TO hlo_dateRecolte
        MOVE tamp_fLots TO hlo_lot
        WRITE tamp_fHistLots
            INVALID KEY
                CONTINUE
        END-WRITE
        EVALUATE cr_fHistLots
            WHEN 0
                ADD 1 TO lots_archives
            WHEN 22
                ADD 1 TO lots_deja_archives
            WHEN OTHER
                MOVE cr_fHistLots TO statut_conflit
                PERFORM signaler_conflit_enregistrement
        END-EVALUATE
        IF cr_fHistLots = 0 OR cr_fHistLots = 22
            IF flo_numLot > dernier_lot_archive
                MOVE flo_numLot TO dernier_lot_archive
            END-IF
            DELETE FLots
                INVALID KEY
                    MOVE cr_fLots TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
            END-DELETE
        END-IF.

        archiver_taches_terminees.
        OPEN I-O FTaches
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FTaches NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fta_dateRealisation NOT = 0
                            AND fta_dateRealisation (1:4) <=
                                annee_cloture
                            PERFORM archiver_une_tache
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FTaches.

        archiver_une_tache.
        MOVE fta_dateRealisation (1:4) TO annee_historique
        PERFORM ouvrir_annee_historique
        MOVE fta_numTache TO hta_numTache
        MOVE fta_dateRealisation TO hta_dateRealisation
        MOVE tamp_fTaches TO hta_tache
        WRITE tamp_fHistTaches
            INVALID KEY
                CONTINUE
        END-WRITE
        EVALUATE cr_fHistTaches
            WHEN 0
                ADD 1 TO taches_archivees
            WHEN 22
                ADD 1 TO taches_deja_archivees
            WHEN OTHER
                MOVE cr_fHistTaches TO statut_conflit
                PERFORM signaler_conflit_enregistrement
        END-EVALUATE
        IF cr_fHistTaches = 0 OR cr_fHistTaches = 22
            IF fta_numTache > derniere_tache_archivee
                MOVE fta_numTache TO derniere_tache_archivee
            END-IF
            DELETE FTaches
                INVALID KEY
                    MOVE cr_fTaches TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
            END-DELETE
        END-IF.

        archiver_cultures_cloturees.
        OPEN I-O FCultures
        OPEN I-O FTraitements
        OPEN INPUT FLots
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCultures NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fcu_dateRecolte NOT = 0
                            AND fcu_dateRecolte (1:4) <= annee_cloture
                            PERFORM chercher_lot_vivant
                            IF lot_vivant = 1
                                ADD 1 TO cultures_conservees
                            ELSE
                                PERFORM archiver_une_culture
                            END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FCultures
        CLOSE FTraitements
        CLOSE FLots.

        chercher_lot_vivant.
        MOVE 0 TO lot_vivant
        MOVE 0 TO flo_numLot
        START FLots KEY IS NOT LESS flo_numLot
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FLots NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF flo_numZone = fcu_numZone
                            AND flo_nomSerre = fcu_nomSerre
                            AND flo_sequence = fcu_sequence
                            AND NOT lot_rejete
                            MOVE 1 TO lot_vivant
                            MOVE 1 TO fin_zone
                        END-IF
                END-PERFORM
        END-START.

        archiver_une_culture.
        MOVE fcu_dateRecolte (1:4) TO annee_historique
        PERFORM ouvrir_annee_historique
        PERFORM archiver_traitements_culture
        IF archivage_ok = 1
            MOVE fcu_numZone TO hcu_numZone
            MOVE fcu_nomSerre TO hcu_nomSerre
            MOVE fcu_sequence TO hcu_sequence
            MOVE fcu_datePlantation TO hcu_datePlantation
            MOVE tamp_fCultures TO hcu_culture
            WRITE tamp_fHistCultures
                INVALID KEY
                    CONTINUE
            END-WRITE
            EVALUATE cr_fHistCultures
                WHEN 0
                    ADD 1 TO cultures_archivees
                WHEN 22
                    ADD 1 TO cultures_deja_archivees
                WHEN OTHER
                    MOVE cr_fHistCultures TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
            END-EVALUATE
            IF cr_fHistCultures = 0 OR cr_fHistCultures = 22
                DELETE FCultures
                    INVALID KEY
                        MOVE cr_fCultures TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-DELETE
            END-IF
        ELSE
            ADD 1 TO cultures_conservees
        END-IF.

        archiver_traitements_culture.
        MOVE 1 TO archivage_ok
        MOVE fcu_numZone TO ftr_numZone
        MOVE fcu_nomSerre TO ftr_nomSerre
        MOVE fcu_sequence TO ftr_sequence
        MOVE 0 TO ftr_numTraitement
        START FTraitements KEY IS NOT LESS ftr_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FTraitements NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF ftr_numZone NOT = fcu_numZone
                            OR ftr_nomSerre NOT = fcu_nomSerre
                            OR ftr_sequence NOT = fcu_sequence
                            MOVE 1 TO fin_zone
                        ELSE
                            PERFORM archiver_un_traitement
                        END-IF
                END-PERFORM
        END-START.

        archiver_un_traitement.
        MOVE ftr_numZone TO htr_numZone
        MOVE ftr_nomSerre TO htr_nomSerre
        MOVE ftr_sequence TO htr_sequence
        MOVE fcu_datePlantation TO htr_datePlantation
        MOVE ftr_numTraitement TO htr_numTraitement
        MOVE tamp_fTraitements TO htr_traitement
        WRITE tamp_fHistTraitements
            INVALID KEY
                CONTINUE
        END-WRITE
        EVALUATE cr_fHistTraitements
            WHEN 0
                ADD 1 TO traitements_archives
            WHEN 22
                ADD 1 TO traitements_deja_archives
            WHEN OTHER
                MOVE 0 TO archivage_ok
                MOVE cr_fHistTraitements TO statut_conflit
                PERFORM signaler_conflit_enregistrement
        END-EVALUATE
        IF cr_fHistTraitements = 0 OR cr_fHistTraitements = 22
            DELETE FTraitements
                INVALID KEY
                    MOVE 0 TO archivage_ok
                    MOVE cr_fTraitements TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
            END-DELETE
        END-IF.

        enregistrer_planchers_numeros.
        IF dernier_lot_archive > 0
            MOVE "DERNIER_LOT" TO code_plancher
            MOVE dernier_lot_archive TO numero_plancher
            PERFORM enregistrer_plancher_numero
        END-IF
        IF derniere_tache_archivee > 0
            MOVE "DERNIERE_TACHE" TO code_plancher
            MOVE derniere_tache_archivee TO numero_plancher
            PERFORM enregistrer_plancher_numero
        END-IF.

        enregistrer_plancher_numero.
        OPEN I-O FParametres
        MOVE code_plancher TO fpa_code
        READ FParametres
            INVALID KEY
                MOVE numero_plancher TO fpa_valeur
                WRITE tamp_fParametres
                    INVALID KEY
                        MOVE cr_fParametres TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-WRITE
            NOT INVALID KEY
                IF numero_plancher > fpa_valeur
                    MOVE numero_plancher TO fpa_valeur
                    REWRITE tamp_fParametres
                        INVALID KEY
                            MOVE cr_fParametres TO statut_conflit
                            PERFORM signaler_conflit_enregistrement
                    END-REWRITE
                END-IF
        END-READ
        CLOSE FParametres.

        appliquer_plancher_numero.
        OPEN INPUT FParametres
        MOVE code_plancher TO fpa_code
        READ FParametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fpa_valeur > numero_plancher
                    MOVE fpa_valeur TO numero_plancher
                END-IF
        END-READ
        CLOSE FParametres.

        emettre_controle_cloture.
        MOVE "CONTROLE DE LA CLOTURE DE SAISON" TO rapport_titre
        MOVE "cloture" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        STRING "Saison " annee_cloture " et saisons anterieures"
            " non cloturees" DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE "Fichiers historiques : hist_<fichier>_<annee>.dat"
            TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "Fichier              archives  deja presents" TO
            ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Lots exped./rejetes  " lots_archives "     "
            lots_deja_archives DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Taches terminees     " taches_archivees "     "
            taches_deja_archivees DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Cultures recoltees   " cultures_archivees "     "
            cultures_deja_archivees DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Traitements          " traitements_archives "     "
            traitements_deja_archives DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING cultures_conservees " culture(s) recoltee(s)"
            " conservee(s) : lots non expedies" DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        lister_annees_historique.
        MOVE 0 TO tah_nombre
        OPEN INPUT FParametres
        MOVE "HISTORIQUE_" TO fpa_code
        START FParametres KEY IS NOT LESS fpa_code
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_historique
                PERFORM WITH TEST AFTER UNTIL fin_historique = 1
                    READ FParametres NEXT
                    AT END
                        MOVE 1 TO fin_historique
                    NOT AT END
                        IF fpa_code (1:11) NOT = "HISTORIQUE_"
                            MOVE 1 TO fin_historique
                        ELSE
                            IF tah_nombre < 50
                                ADD 1 TO tah_nombre
                                MOVE fpa_code (12:4) TO
                                    tah_annee (tah_nombre)
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FParametres.

        chercher_derniere_culture_archivee.
        MOVE SPACES TO derniere_culture_plante
        PERFORM lister_annees_historique
        MOVE tah_nombre TO rang_annee
        PERFORM chercher_culture_zone_archivee
            UNTIL rang_annee = 0
                OR derniere_culture_plante NOT = SPACES.

        chercher_culture_zone_archivee.
        MOVE tah_annee (rang_annee) TO annee_historique
        PERFORM nommer_fichiers_historique
        MOVE 0 TO date_recolte_retenue
        OPEN INPUT FHistCultures
        MOVE fz_numZone TO hcu_numZone
        MOVE serre_actuelle TO hcu_nomSerre
        MOVE 0 TO hcu_sequence
        MOVE 0 TO hcu_datePlantation
        START FHistCultures KEY IS NOT LESS hcu_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_historique
                PERFORM WITH TEST AFTER UNTIL fin_historique = 1
                    READ FHistCultures NEXT
                    AT END
                        MOVE 1 TO fin_historique
                    NOT AT END
                        IF hcu_numZone NOT = fz_numZone
                            OR hcu_nomSerre NOT = serre_actuelle
                            MOVE 1 TO fin_historique
                        ELSE
                            MOVE hcu_culture TO tamp_fCultures
                            IF fcu_dateRecolte > date_recolte_retenue
                                MOVE fcu_dateRecolte TO
                                    date_recolte_retenue
                                MOVE fcu_nomLatin TO
                                    derniere_culture_plante
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FHistCultures
        SUBTRACT 1 FROM rang_annee.

        chercher_lot_archive.
        MOVE 0 TO lot_archive
        PERFORM lister_annees_historique
        MOVE tah_nombre TO rang_annee
        PERFORM chercher_lot_annee
            UNTIL rang_annee = 0 OR lot_archive = 1.

        chercher_lot_annee.
        MOVE tah_annee (rang_annee) TO annee_historique
        PERFORM nommer_fichiers_historique
        OPEN INPUT FHistLots
        MOVE numero_lot TO hlo_numLot
        MOVE 0 TO hlo_dateRecolte
        START FHistLots KEY IS NOT LESS hlo_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ FHistLots NEXT
                    AT END
                        CONTINUE
                    NOT AT END
                        IF hlo_numLot = numero_lot
                            MOVE hlo_lot TO tamp_fLots
                            MOVE 1 TO lot_archive
                        END-IF
                END-READ
        END-START
        CLOSE FHistLots
        IF lot_archive = 0
            SUBTRACT 1 FROM rang_annee
        END-IF.

        lire_culture_archivee.
        MOVE flo_dateRecolte (1:4) TO annee_historique
        PERFORM nommer_fichiers_historique
        OPEN INPUT FHistCultures
        MOVE flo_numZone TO hcu_numZone
        MOVE flo_nomSerre TO hcu_nomSerre
        MOVE flo_sequence TO hcu_sequence
        MOVE 0 TO hcu_datePlantation
        START FHistCultures KEY IS NOT LESS hcu_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_historique
                PERFORM WITH TEST AFTER UNTIL fin_historique = 1
                    READ FHistCultures NEXT
                    AT END
                        MOVE 1 TO fin_historique
                    NOT AT END
                        IF hcu_numZone NOT = flo_numZone
                            OR hcu_nomSerre NOT = flo_nomSerre
                            OR hcu_sequence NOT = flo_sequence
                            MOVE 1 TO fin_historique
                        ELSE
                            MOVE hcu_culture TO tamp_fCultures
                            IF fcu_dateRecolte = flo_dateRecolte
                                MOVE 1 TO trouve
                                MOVE 1 TO fin_historique
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FHistCultures.

        emettre_traitements_archives_lot.
        MOVE flo_dateRecolte (1:4) TO annee_historique
        PERFORM nommer_fichiers_historique
        OPEN INPUT FHistTraitements
        MOVE flo_numZone TO htr_numZone
        MOVE flo_nomSerre TO htr_nomSerre
        MOVE flo_sequence TO htr_sequence
        MOVE fcu_datePlantation TO htr_datePlantation
        MOVE 0 TO htr_numTraitement
        START FHistTraitements KEY IS NOT LESS htr_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_historique
                PERFORM WITH TEST AFTER UNTIL fin_historique = 1
                    READ FHistTraitements NEXT
                    AT END
                        MOVE 1 TO fin_historique
                    NOT AT END
                        IF htr_numZone NOT = flo_numZone
                            OR htr_nomSerre NOT = flo_nomSerre
                            OR htr_sequence NOT = flo_sequence
                            OR htr_datePlantation NOT =
                                fcu_datePlantation
                            MOVE 1 TO fin_historique
                        ELSE
                            MOVE htr_traitement TO
                                tamp_fTraitements
                            PERFORM emettre_un_traitement_lot
                        END-IF
                END-PERFORM
        END-START
        CLOSE FHistTraitements.

        cumuler_rendement_historique.
        PERFORM lister_annees_historique
        PERFORM cumuler_rendement_annee
            VARYING rang_annee FROM 1 BY 1
            UNTIL rang_annee > tah_nombre.

        cumuler_rendement_annee.
        IF tah_annee (rang_annee) >= date_debut (1:4)
            AND tah_annee (rang_annee) <= date_fin (1:4)
            MOVE tah_annee (rang_annee) TO annee_historique
            PERFORM nommer_fichiers_historique
            OPEN INPUT FHistCultures
            MOVE 0 TO fin_historique
            PERFORM WITH TEST AFTER UNTIL fin_historique = 1
                    READ FHistCultures NEXT
                    AT END
                            MOVE 1 TO fin_historique
                    NOT AT END
                            MOVE hcu_culture TO tamp_fCultures
                            PERFORM examiner_culture_rendement
                    END-READ
            END-PERFORM
            CLOSE FHistCultures
        END-IF.

        charger_registre_historique.
        PERFORM lister_annees_historique
        PERFORM charger_registre_annee
            VARYING rang_annee FROM 1 BY 1
            UNTIL rang_annee > tah_nombre.

        charger_registre_annee.
        IF tah_annee (rang_annee) >= annee_registre
            MOVE tah_annee (rang_annee) TO annee_historique
            PERFORM nommer_fichiers_historique
            OPEN INPUT FHistTraitements
            OPEN INPUT FHistCultures
            MOVE 0 TO fin_historique
            PERFORM WITH TEST AFTER UNTIL fin_historique = 1
                    READ FHistTraitements NEXT
                    AT END
                            MOVE 1 TO fin_historique
                    NOT AT END
                            MOVE htr_traitement TO tamp_fTraitements
                            IF ftr_nomSerre = serre_actuelle
                                AND ftr_dateApplication (1:4) =
                                    annee_registre
                                PERFORM ajouter_ligne_registre_archive
                            END-IF
                    END-READ
            END-PERFORM
            CLOSE FHistTraitements
            CLOSE FHistCultures
        END-IF.

        ajouter_ligne_registre_archive.
        IF trg_nombre < 200
            ADD 1 TO trg_nombre
            MOVE ftr_cle TO trg_cle (trg_nombre)
            MOVE ftr_dateApplication TO trg_date (trg_nombre)
            MOVE ftr_produit TO trg_produit (trg_nombre)
            MOVE ftr_delaiJours TO trg_delai (trg_nombre)
            MOVE 0 TO trg_operateur (trg_nombre)
            MOVE htr_numZone TO hcu_numZone
            MOVE htr_nomSerre TO hcu_nomSerre
            MOVE htr_sequence TO hcu_sequence
            MOVE htr_datePlantation TO hcu_datePlantation
            READ FHistCultures
                INVALID KEY
                    MOVE "(culture inconnue)" TO
                        trg_nomLatin (trg_nombre)
                NOT INVALID KEY
                    MOVE hcu_culture TO tamp_fCultures
                    MOVE fcu_nomLatin TO trg_nomLatin (trg_nombre)
            END-READ
        ELSE
            DISPLAY "Traitements ignores au dela de 200"
        END-IF.
