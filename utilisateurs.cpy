                MOVE SPACES TO fu_motPasse
                MOVE 0 TO fu_echecs
                MOVE 0 TO fu_verrou
                MOVE 0 TO fu_statut
                MOVE 0 TO fu_dateDesactivation
                MOVE 0 TO fu_successeur
                WRITE tamp_fUtilisateurs
                INVALID KEY DISPLAY tamp_fUtilisateurs
                NOT INVALID KEY
                        DISPLAY "Prénom : " fu_prenom
                        DISPLAY "Mail : " fu_mail
                        DISPLAY "Type : " fu_type
                        IF compte_desactive
                            DISPLAY "Compte desactive le "
                                fu_dateDesactivation
                                " (successeur " fu_successeur ")"
                        END-IF
                        DISPLAY "-------------------------------------"
                END-READ
        END-PERFORM
                DISPLAY "Aucun utilisateur avec cet identifiant"
        NOT INVALID KEY
                MOVE fu_idUtilisateur TO id_uti
                IF compte_verrouille OR compte_desactive
                        IF compte_desactive
                                DISPLAY "Compte desactive : connexion"
                                    " impossible"
                        ELSE
                                DISPLAY "Compte verrouille : contactez"
                                    " un administrateur"
                        END-IF
                ELSE
                        IF fu_motPasse = SPACES
                                PERFORM definir_premier_mot_passe
                DISPLAY "Type : " fu_type
        END-READ
        CLOSE FUtilisateurs.

        desactiver_utilisateur.
        DISPLAY " "
        DISPLAY "-- DESACTIVER UN UTILISATEUR --"
        DISPLAY " "
        DISPLAY "Identifiant de l'utilisateur a desactiver ? : "
        ACCEPT id_quittant
        MOVE 0 TO trouve
        MOVE 0 TO quittant_admin
        IF id_quittant = id_uti
            DISPLAY "Vous ne pouvez pas desactiver votre propre"
                " compte"
        ELSE
            OPEN INPUT FUtilisateurs
            MOVE id_quittant TO fu_idUtilisateur
            READ FUtilisateurs
                INVALID KEY
                    DISPLAY "Aucun utilisateur avec cet identifiant"
                NOT INVALID KEY
                    IF compte_desactive
                        DISPLAY "Ce compte est deja desactive"
                    ELSE
                        MOVE 1 TO trouve
                        DISPLAY "Utilisateur : " fu_prenom " "
                            fu_nom " (" fu_type ")"
                        IF fu_type = "admin"
                            MOVE 1 TO quittant_admin
                        END-IF
                    END-IF
            END-READ
            CLOSE FUtilisateurs
        END-IF
        IF trouve = 1 AND quittant_admin = 1
            PERFORM compter_admins_actifs
            IF admins_actifs <= 1
                MOVE 0 TO trouve
                DISPLAY "DESACTIVATION REFUSEE : dernier"
                    " administrateur actif"
            END-IF
        END-IF
        IF trouve = 1
            PERFORM saisir_successeur
        END-IF
        IF trouve = 1
            DISPLAY "Serres, taches ouvertes, lignes de plan en"
                " brouillon et notifications non lues"
            DISPLAY "de l'utilisateur " id_quittant
                " seront transferees a " id_successeur
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Confirmer la desactivation ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                PERFORM marquer_compte_desactive
                IF trouve = 1
                    PERFORM transferer_compte
                END-IF
            END-IF
        END-IF.

        compter_admins_actifs.
        MOVE 0 TO admins_actifs
        OPEN INPUT FUtilisateurs
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FUtilisateurs NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fu_type = "admin" AND NOT compte_desactive
                            ADD 1 TO admins_actifs
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FUtilisateurs.

        saisir_successeur.
        MOVE 0 TO trouve
        PERFORM WITH TEST AFTER UNTIL trouve = 1 OR id_successeur = 0
            DISPLAY "Identifiant du successeur (0 = abandon) ? : "
            ACCEPT id_successeur
            IF id_successeur = id_quittant
                DISPLAY "Le successeur doit etre un autre"
                    " utilisateur"
            ELSE
                IF id_successeur NOT = 0
                    OPEN INPUT FUtilisateurs
                    MOVE id_successeur TO fu_idUtilisateur
                    READ FUtilisateurs
                        INVALID KEY
                            DISPLAY "Aucun utilisateur avec cet"
                                " identifiant"
                        NOT INVALID KEY
                            IF compte_desactive
                                DISPLAY "Ce compte est desactive"
                            ELSE
                                MOVE 1 TO trouve
                                DISPLAY "Successeur : " fu_prenom
                                    " " fu_nom
                            END-IF
                    END-READ
                    CLOSE FUtilisateurs
                END-IF
            END-IF
        END-PERFORM.

        marquer_compte_desactive.
        MOVE 0 TO trouve
        OPEN I-O FUtilisateurs
        MOVE id_quittant TO fu_idUtilisateur
        READ FUtilisateurs
            INVALID KEY
                MOVE cr_fUtilisateurs TO statut_conflit
                PERFORM signaler_conflit_enregistrement
            NOT INVALID KEY
                MOVE 1 TO fu_statut
                ACCEPT fu_dateDesactivation FROM DATE YYYYMMDD
                MOVE id_successeur TO fu_successeur
                REWRITE tamp_fUtilisateurs
                    INVALID KEY
                        MOVE cr_fUtilisateurs TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        MOVE 1 TO trouve
                        DISPLAY "Compte " id_quittant " desactive"
                        MOVE "FUtilisateurs" TO fa_fichier
                        MOVE SPACES TO fa_cible
                        STRING fu_idUtilisateur " successeur "
                            id_successeur DELIMITED BY SIZE
                            INTO fa_cible
                        MOVE "DESACTIVE" TO fa_action
                        PERFORM enregistrer_audit
                END-REWRITE
        END-READ
        CLOSE FUtilisateurs.

        transferer_compte.
        MOVE 0 TO serres_transferees
        MOVE 0 TO taches_transferees
        MOVE 0 TO lignes_plan_transferees
        MOVE 0 TO notifs_transferees
        MOVE "RAPPORT DE PASSATION" TO rapport_titre
        MOVE "passation" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        STRING "Utilisateur desactive " id_quittant
            ", successeur " id_successeur DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM transferer_serres
        PERFORM transferer_taches_ouvertes
        PERFORM transferer_plans_brouillon
        PERFORM transferer_notifications
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING serres_transferees " serre(s), "
            taches_transferees " tache(s), "
            lignes_plan_transferees " ligne(s) de plan"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer
        MOVE id_successeur TO notif_destinataire
        MOVE SPACES TO notif_message
        STRING "Passation de " id_quittant " : "
            serres_transferees " serre(s), "
            taches_transferees " tache(s), "
            lignes_plan_transferees " ligne(s) de plan"
            DELIMITED BY SIZE INTO notif_message
        PERFORM emettre_notification.

        transferer_serres.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "SERRES :" TO ligne_rapport
        PERFORM emettre_ligne
        OPEN I-O FSerres
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSerres NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fs_idUtilisateur = id_quittant
                            PERFORM transferer_une_serre
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FSerres
        IF serres_transferees = 0
            MOVE "  (aucune)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        transferer_une_serre.
        MOVE id_successeur TO fs_idUtilisateur
        REWRITE tamp_fSerres
            INVALID KEY
                MOVE cr_fSerres TO statut_conflit
                PERFORM signaler_conflit_enregistrement
            NOT INVALID KEY
                ADD 1 TO serres_transferees
                MOVE SPACES TO ligne_rapport
                STRING "  Serre " fs_nomSerre DELIMITED BY SIZE
                    INTO ligne_rapport
                PERFORM emettre_ligne
                MOVE "FSerres" TO fa_fichier
                MOVE SPACES TO fa_cible
                STRING fs_nomSerre " vers " id_successeur
                    DELIMITED BY SIZE INTO fa_cible
                MOVE "TRANSFERT" TO fa_action
                PERFORM enregistrer_audit
        END-REWRITE.

        transferer_taches_ouvertes.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "TACHES OUVERTES :" TO ligne_rapport
        PERFORM emettre_ligne
        OPEN I-O FTaches
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FTaches NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fta_idUtilisateur = id_quittant
                            AND fta_dateRealisation = 0
                            PERFORM transferer_une_tache
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FTaches
        IF taches_transferees = 0
            MOVE "  (aucune)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        transferer_une_tache.
        MOVE id_successeur TO fta_idUtilisateur
        REWRITE tamp_fTaches
            INVALID KEY
                MOVE cr_fTaches TO statut_conflit
                PERFORM signaler_conflit_enregistrement
            NOT INVALID KEY
                ADD 1 TO taches_transferees
                MOVE SPACES TO ligne_rapport
                STRING "  Tache " fta_numTache " " fta_type
                    " serre " fta_nomSerre " zone " fta_numZone
                    " echeance " fta_dateEcheance
                    DELIMITED BY SIZE INTO ligne_rapport
                PERFORM emettre_ligne
                MOVE "FTaches" TO fa_fichier
                MOVE SPACES TO fa_cible
                STRING fta_numTache " vers " id_successeur
                    DELIMITED BY SIZE INTO fa_cible
                MOVE "TRANSFERT" TO fa_action
                PERFORM enregistrer_audit
        END-REWRITE.

        transferer_plans_brouillon.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "LIGNES DE PLAN EN BROUILLON :" TO ligne_rapport
        PERFORM emettre_ligne
        OPEN I-O FPlans
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FPlans NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fpl_idUtilisateur = id_quittant
                            AND ligne_plan_brouillon
                            PERFORM transferer_une_ligne_plan
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FPlans
        IF lignes_plan_transferees = 0
            MOVE "  (aucune)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        transferer_une_ligne_plan.
        MOVE id_successeur TO fpl_idUtilisateur
        REWRITE tamp_fPlans
            INVALID KEY
                MOVE cr_fPlans TO statut_conflit
                PERFORM signaler_conflit_enregistrement
            NOT INVALID KEY
                ADD 1 TO lignes_plan_transferees
                MOVE SPACES TO ligne_rapport
                STRING "  Plan " fpl_numPlan " serre " fpl_nomSerre
                    " zone " fpl_numZone " : " fpl_nomLatin
                    DELIMITED BY SIZE INTO ligne_rapport
                PERFORM emettre_ligne
                MOVE "FPlans" TO fa_fichier
                MOVE SPACES TO fa_cible
                STRING fpl_cle " vers " id_successeur
                    DELIMITED BY SIZE INTO fa_cible
                MOVE "TRANSFERT" TO fa_action
                PERFORM enregistrer_audit
        END-REWRITE.

        transferer_notifications.
        OPEN I-O FNotifications
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FNotifications NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fn_idUtilisateur = id_quittant
                            AND fn_lu = 0
                            MOVE id_successeur TO fn_idUtilisateur
                            REWRITE tamp_fNotifications
                                INVALID KEY
                                    MOVE cr_fNotifications TO
                                        statut_conflit
                                    PERFORM
                                        signaler_conflit_enregistrement
                                NOT INVALID KEY
                                    ADD 1 TO notifs_transferees
                            END-REWRITE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FNotifications
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "NOTIFICATIONS NON LUES TRANSFEREES : "
            notifs_transferees DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.
