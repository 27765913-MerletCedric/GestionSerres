                DISPLAY "3. Reporter une tache"
                DISPLAY "4. Lister les taches ouvertes"
                DISPLAY "5. Taches du jour par serre"
                DISPLAY "6. Taux horaire de main d'oeuvre"
                DISPLAY "7. Durees prevues par type de tache"
                DISPLAY "8. Heures disponibles par utilisateur"
                DISPLAY "9. Charge de travail de la semaine"
                DISPLAY "10. Equilibrer les taches de la semaine"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                PERFORM lister_taches_ouvertes
                        WHEN 5
                                PERFORM rapport_taches_jour
                        WHEN 6
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM definir_taux_horaire
                                END-IF
                        WHEN 7
                                PERFORM durees_types_taches
                        WHEN 8
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM definir_heures_semaine
                                END-IF
                        WHEN 9
                                PERFORM rapport_charge_semaine
                        WHEN 10
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM equilibrer_taches
                                END-IF
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
                        MOVE fta_numTache TO numero_tache
                END-READ
        END-START
        MOVE "DERNIERE_TACHE" TO code_plancher
        MOVE numero_tache TO numero_plancher
        PERFORM appliquer_plancher_numero
        MOVE numero_plancher TO numero_tache
        ADD 1 TO numero_tache.

        creer_tache.
                INVALID KEY
                    DISPLAY "Utilisateur " id_assigne " inconnu"
                NOT INVALID KEY
                    IF compte_desactive
                        DISPLAY "Utilisateur " id_assigne
                            " desactive"
                    ELSE
                        MOVE 1 TO trouve
                    END-IF
            END-READ
            CLOSE FUtilisateurs
            IF trouve = 1
                    MOVE date_echeance TO fta_dateEcheance
                    MOVE 0 TO fta_dateRealisation
                    MOVE id_assigne TO fta_idUtilisateur
                    MOVE 0 TO fta_heuresReelles
                    WRITE tamp_fTaches
                        INVALID KEY
                            CONTINUE
                ELSE
                    PERFORM afficher_une_tache
                    ACCEPT fta_dateRealisation FROM DATE YYYYMMDD
                    DISPLAY "Heures passees (ex. 1.5) ? : "
                    ACCEPT fta_heuresReelles
                    REWRITE tamp_fTaches
                        INVALID KEY
                            MOVE cr_fTaches TO statut_conflit
                                DELIMITED BY SIZE INTO fa_cible
                            MOVE "MODIFICATION" TO fa_action
                            PERFORM enregistrer_audit
                            IF fta_heuresReelles > 0
                                PERFORM cumuler_duree_realisee
                            END-IF
                    END-REWRITE
                END-IF
                END-IF
        IF fta_dateRealisation = 0
            DISPLAY "Realisation : (a faire)"
        ELSE
            MOVE fta_heuresReelles TO heures_editees
            DISPLAY "Realisee le : " fta_dateRealisation
                " en " heures_editees " heure(s)"
        END-IF
        DISPLAY "Assignee a : " fta_idUtilisateur
        DISPLAY "-------------------------------------".
