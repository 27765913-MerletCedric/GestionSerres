        traitement_batch.
        MOVE 1 TO mode_batch
        MOVE 0 TO id_uti
        MOVE "admin" TO type_session
        ACCEPT date_jour FROM DATE YYYYMMDD
        ACCEPT heure_lancement FROM TIME
        DISPLAY "-- TRAITEMENT DE NUIT DU " date_jour " --"
        OPEN EXTEND FJournalBatch
        MOVE SPACES TO enr_journalBatch
        WRITE enr_journalBatch
        MOVE SPACES TO enr_journalBatch
        STRING "Traitement de nuit du " date_jour " lance a "
            heure_lancement (1:6) DELIMITED BY SIZE
            INTO enr_journalBatch
        WRITE enr_journalBatch
        PERFORM lire_etape_reprise
        IF etape_depart > 1
            MOVE SPACES TO enr_journalBatch
            STRING "Reprise a l'etape " etape_depart
                " (arret lors du lancement precedent)"
                DELIMITED BY SIZE INTO enr_journalBatch
            WRITE enr_journalBatch
        END-IF
        MOVE 1 TO chaine_ok
        MOVE 0 TO etape_echec
        MOVE SPACES TO resume_batch
        MOVE 1 TO position_resume
        PERFORM executer_etape_batch
            VARYING etape_batch FROM etape_depart BY 1
            UNTIL etape_batch > 5 OR chaine_ok = 0
        MOVE SPACES TO enr_journalBatch
        MOVE SPACES TO notif_message
        IF chaine_ok = 1
            MOVE 0 TO etape_depart
            PERFORM ecrire_etape_reprise
            MOVE "Chaine terminee" TO enr_journalBatch
        ELSE
            STRING "Chaine arretee a l'etape " etape_echec
                ", reprise a cette etape au prochain lancement"
                DELIMITED BY SIZE INTO enr_journalBatch
        END-IF
        STRING "Nuit " date_jour " " resume_batch
            DELIMITED BY SIZE INTO notif_message
        WRITE enr_journalBatch
        CLOSE FJournalBatch
        DISPLAY enr_journalBatch
        PERFORM notifier_admins.

        lire_etape_reprise.
        MOVE "reprise_batch.dat" TO nom_reprise
        MOVE 1 TO etape_depart
        OPEN INPUT FReprise
        IF cr_fReprise = 0 OR cr_fReprise = 5
            READ FReprise NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF enr_reprise > 0 AND enr_reprise < 6
                        MOVE enr_reprise TO etape_depart
                    END-IF
            END-READ
            CLOSE FReprise
        END-IF.

        ecrire_etape_reprise.
        MOVE "reprise_batch.dat" TO nom_reprise
        OPEN OUTPUT FReprise
        MOVE etape_depart TO enr_reprise
        WRITE enr_reprise
        CLOSE FReprise.

        executer_etape_batch.
        MOVE etape_batch TO etape_depart
        PERFORM ecrire_etape_reprise
        MOVE 1 TO etape_ok
        MOVE 0 TO statut_etape
        MOVE 0 TO compteur_etape
        ACCEPT heure_debut_etape FROM TIME
        EVALUATE etape_batch
            WHEN 1
                MOVE "chargement des releves" TO libelle_etape
                PERFORM controler_fichiers_releves
                IF etape_ok = 1
                    PERFORM charger_mesures_lot
                    MOVE compteur_charges TO compteur_etape
                END-IF
            WHEN 2
                MOVE "reconciliation" TO libelle_etape
                PERFORM controler_fichiers_reconciliation
                IF etape_ok = 1
                    PERFORM batch_reconciliation
                    MOVE compteur_anomalies TO compteur_etape
                END-IF
            WHEN 3
                MOVE "synthese des releves" TO libelle_etape
                PERFORM controler_fichiers_synthese
                IF etape_ok = 1
                    PERFORM batch_synthese_mesures
                    MOVE compteur_synthetises TO compteur_etape
                END-IF
            WHEN 4
                MOVE "retards de recolte" TO libelle_etape
                PERFORM controler_fichiers_retards
                IF etape_ok = 1
                    PERFORM batch_retards_recolte
                    MOVE tro_nombre TO compteur_etape
                END-IF
            WHEN 5
                MOVE "sauvegarde des fichiers" TO libelle_etape
                PERFORM exporter_fichiers
                MOVE total_exportes TO compteur_etape
                IF exports_en_erreur > 0
                    MOVE 0 TO etape_ok
                    MOVE cr_fSauvegarde TO statut_etape
                END-IF
        END-EVALUATE
        ACCEPT heure_fin_etape FROM TIME
        PERFORM journaliser_etape_batch
        IF etape_ok = 0
            MOVE 0 TO chaine_ok
            MOVE etape_batch TO etape_echec
        END-IF.

        journaliser_etape_batch.
        MOVE SPACES TO enr_journalBatch
        IF etape_ok = 1
            STRING "Etape " etape_batch " " libelle_etape (1:24)
                " " heure_debut_etape (1:6) "-"
                heure_fin_etape (1:6) " " compteur_etape
                " enr. TERMINEE" DELIMITED BY SIZE
                INTO enr_journalBatch
        ELSE
            STRING "Etape " etape_batch " " libelle_etape (1:24)
                " " heure_debut_etape (1:6) "-"
                heure_fin_etape (1:6) " " compteur_etape
                " enr. ECHEC " statut_etape DELIMITED BY SIZE
                INTO enr_journalBatch
        END-IF
        WRITE enr_journalBatch
        DISPLAY enr_journalBatch
        IF etape_ok = 1
            STRING etape_batch ":OK " compteur_etape " "
                DELIMITED BY SIZE INTO resume_batch
                WITH POINTER position_resume
        ELSE
            STRING etape_batch ":KO" statut_etape " "
                compteur_etape DELIMITED BY SIZE
                INTO resume_batch WITH POINTER position_resume
        END-IF.

        controler_statut_etape.
        IF statut_etape > 9
            MOVE 0 TO etape_ok
        END-IF.

        controler_fichiers_releves.
        OPEN I-O FMesures
        MOVE cr_fMesures TO statut_etape
        PERFORM controler_statut_etape
        CLOSE FMesures
        IF etape_ok = 1
            OPEN INPUT FSerres
            MOVE cr_fSerres TO statut_etape
            PERFORM controler_statut_etape
            CLOSE FSerres
        END-IF
        IF etape_ok = 1
            OPEN I-O FAlertes
            MOVE cr_fAlertes TO statut_etape
            PERFORM controler_statut_etape
            CLOSE FAlertes
        END-IF.

        controler_fichiers_reconciliation.
        PERFORM controler_fichiers_releves
        IF etape_ok = 1
            OPEN I-O FZones
            MOVE cr_fZones TO statut_etape
            PERFORM controler_statut_etape
            CLOSE FZones
        END-IF
        IF etape_ok = 1
            OPEN I-O FCompatibilites
            MOVE cr_fCompatibilites TO statut_etape
            PERFORM controler_statut_etape
            CLOSE FCompatibilites
        END-IF.

        controler_fichiers_synthese.
        OPEN I-O FMesures
        MOVE cr_fMesures TO statut_etape
        PERFORM controler_statut_etape
        CLOSE FMesures
        IF etape_ok = 1
            OPEN I-O FSyntheses
            MOVE cr_fSyntheses TO statut_etape
            PERFORM controler_statut_etape
            CLOSE FSyntheses
        END-IF.

        controler_fichiers_retards.
        OPEN INPUT FCultures
        MOVE cr_fCultures TO statut_etape
        PERFORM controler_statut_etape
        CLOSE FCultures
        IF etape_ok = 1
            OPEN I-O FNotifications
            MOVE cr_fNotifications TO statut_etape
            PERFORM controler_statut_etape
            CLOSE FNotifications
        END-IF.

        batch_retards_recolte.
        DISPLAY " "
        DISPLAY "-- NOTIFICATION DES RETARDS DE RECOLTE --"
        DISPLAY " "
        MOVE 0 TO horizon_jours
        ACCEPT date_jour FROM DATE YYYYMMDD
        MOVE date_jour TO date_calcul
        PERFORM calculer_jours_date
        MOVE jours_calcul TO jours_aujourdhui
        MOVE 0 TO trd_nombre
        MOVE 0 TO tro_nombre
        OPEN INPUT FCultures
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCultures NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fcu_dateRecolte = 0
                            AND fcu_dateRecoltePrevue NOT = 0
                            PERFORM classer_culture_echeance
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FCultures
        PERFORM trier_recoltes_retard
        IF tro_nombre > 0
            PERFORM notifier_retards_recolte
        END-IF
        DISPLAY tro_nombre " culture(s) en retard de recolte".
