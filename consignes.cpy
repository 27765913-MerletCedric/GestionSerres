        definir_consigne.
        DISPLAY " "
        DISPLAY "-- DEFINIR UNE CONSIGNE CLIMATIQUE --"
        DISPLAY " "
        PERFORM saisir_serre_consigne
        IF trouve = 1
            MOVE 0 TO cons_tempMax
            MOVE 1 TO cons_tempMin
            PERFORM WITH TEST AFTER UNTIL cons_tempMax >= cons_tempMin
                DISPLAY "Temperature minimum (degres) ? : "
                ACCEPT cons_tempMin
                DISPLAY "Temperature maximum (degres) ? : "
                ACCEPT cons_tempMax
                IF cons_tempMax < cons_tempMin
                    DISPLAY "Le maximum doit etre superieur au"
                        " minimum"
                END-IF
            END-PERFORM
            MOVE 0 TO cons_humMax
            MOVE 1 TO cons_humMin
            PERFORM WITH TEST AFTER
                UNTIL cons_humMax >= cons_humMin
                    AND cons_humMax <= 100
                DISPLAY "Humidite minimum (pourcentage) ? : "
                ACCEPT cons_humMin
                DISPLAY "Humidite maximum (pourcentage) ? : "
                ACCEPT cons_humMax
                IF cons_humMax < cons_humMin OR cons_humMax > 100
                    DISPLAY "Plage d'humidite invalide (0 a 100)"
                END-IF
            END-PERFORM
            MOVE 0 TO cons_nbReleves
            PERFORM WITH TEST AFTER UNTIL cons_nbReleves > 0
                DISPLAY "Nombre de releves consecutifs hors"
                    " consigne avant alerte ? : "
                ACCEPT cons_nbReleves
            END-PERFORM
            MOVE 0 TO compteur_consignes
            OPEN I-O FConsignes
            PERFORM ecrire_consigne
                VARYING mois_consigne FROM mois_debut BY 1
                UNTIL mois_consigne > mois_fin
            CLOSE FConsignes
            DISPLAY compteur_consignes " consigne(s) enregistree(s)"
        END-IF.

        saisir_serre_consigne.
        DISPLAY "Quel est le nom de la serre ? : "
        ACCEPT fs_nomSerre
        MOVE fs_nomSerre TO serre_actuelle
        MOVE 0 TO trouve
        OPEN INPUT FSerres
        READ FSerres
            INVALID KEY
                DISPLAY "Aucune serre avec ce nom"
            NOT INVALID KEY
                MOVE 1 TO trouve
        END-READ
        CLOSE FSerres
        IF trouve = 1
            MOVE 99 TO mois_consigne
            PERFORM WITH TEST AFTER UNTIL mois_consigne < 13
                DISPLAY "Mois (1 a 12, 0 = tous les mois) ? : "
                ACCEPT mois_consigne
            END-PERFORM
            IF mois_consigne = 0
                MOVE 1 TO mois_debut
                MOVE 12 TO mois_fin
            ELSE
                MOVE mois_consigne TO mois_debut
                MOVE mois_consigne TO mois_fin
            END-IF
        END-IF.

        ecrire_consigne.
        MOVE serre_actuelle TO fcs_nomSerre
        MOVE mois_consigne TO fcs_mois
        READ FConsignes
            INVALID KEY
                MOVE "AJOUT" TO fa_action
            NOT INVALID KEY
                MOVE "MODIFICATION" TO fa_action
        END-READ
        MOVE serre_actuelle TO fcs_nomSerre
        MOVE mois_consigne TO fcs_mois
        MOVE cons_tempMin TO fcs_tempMin
        MOVE cons_tempMax TO fcs_tempMax
        MOVE cons_humMin TO fcs_humMin
        MOVE cons_humMax TO fcs_humMax
        MOVE cons_nbReleves TO fcs_nbReleves
        IF fa_action = "AJOUT"
            WRITE tamp_fConsignes
                INVALID KEY
                    MOVE cr_fConsignes TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    PERFORM auditer_consigne
            END-WRITE
        ELSE
            REWRITE tamp_fConsignes
                INVALID KEY
                    MOVE cr_fConsignes TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    PERFORM auditer_consigne
            END-REWRITE
        END-IF.

        auditer_consigne.
        ADD 1 TO compteur_consignes
        MOVE "FConsignes" TO fa_fichier
        MOVE SPACES TO fa_cible
        STRING fcs_nomSerre " mois " fcs_mois DELIMITED BY SIZE
            INTO fa_cible
        PERFORM enregistrer_audit.

        supprimer_consigne.
        DISPLAY " "
        DISPLAY "-- SUPPRIMER UNE CONSIGNE CLIMATIQUE --"
        DISPLAY " "
        PERFORM saisir_serre_consigne
        IF trouve = 1
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Supprimer la consigne ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                MOVE 0 TO compteur_consignes
                OPEN I-O FConsignes
                PERFORM retirer_consigne
                    VARYING mois_consigne FROM mois_debut BY 1
                    UNTIL mois_consigne > mois_fin
                CLOSE FConsignes
                DISPLAY compteur_consignes
                    " consigne(s) supprimee(s)"
            END-IF
        END-IF.

        retirer_consigne.
        MOVE serre_actuelle TO fcs_nomSerre
        MOVE mois_consigne TO fcs_mois
        READ FConsignes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                DELETE FConsignes
                    INVALID KEY
                        MOVE cr_fConsignes TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        MOVE "SUPPRESSION" TO fa_action
                        PERFORM auditer_consigne
                END-DELETE
        END-READ.

        lister_consignes_serre.
        DISPLAY " "
        DISPLAY "-- CONSIGNES CLIMATIQUES D'UNE SERRE --"
        DISPLAY " "
        DISPLAY "Quel est le nom de la serre ? : "
        ACCEPT fs_nomSerre
        MOVE fs_nomSerre TO serre_actuelle
        MOVE 0 TO trouve
        OPEN INPUT FSerres
        READ FSerres
            INVALID KEY
                DISPLAY "Aucune serre avec ce nom"
            NOT INVALID KEY
                PERFORM controler_acces_serre
                MOVE acces_serre_ok TO trouve
        END-READ
        CLOSE FSerres
        IF trouve = 1
            MOVE 0 TO compteur_consignes
            OPEN INPUT FConsignes
            MOVE serre_actuelle TO fcs_nomSerre
            MOVE 0 TO fcs_mois
            START FConsignes KEY IS NOT LESS fcs_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wfin
                    PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ FConsignes NEXT
                        AT END
                            MOVE 1 TO Wfin
                        NOT AT END
                            IF fcs_nomSerre NOT = serre_actuelle
                                MOVE 1 TO Wfin
                            ELSE
                                ADD 1 TO compteur_consignes
                                PERFORM afficher_une_consigne
                            END-IF
                    END-PERFORM
            END-START
            CLOSE FConsignes
            DISPLAY compteur_consignes " mois avec consigne"
            OPEN INPUT FAlertes
            MOVE serre_actuelle TO fal_nomSerre
            READ FAlertes
                INVALID KEY
                    DISPLAY "Aucun releve controle pour cette serre"
                NOT INVALID KEY
                    PERFORM afficher_etat_alerte
            END-READ
            CLOSE FAlertes
        END-IF.

        afficher_une_consigne.
        DISPLAY "Mois " fcs_mois " : temperature " fcs_tempMin
            " a " fcs_tempMax ", humidite " fcs_humMin " a "
            fcs_humMax ", alerte apres " fcs_nbReleves
            " releve(s)".

        afficher_etat_alerte.
        DISPLAY "Dernier releve controle : " fal_dateReleve " "
            fal_heureReleve
        DISPLAY "Releves consecutifs hors consigne : "
            fal_horsConsigne
        IF fal_numTache = 0
            DISPLAY "Aucune alerte ouverte"
        ELSE
            DISPLAY "Alerte ouverte le " fal_dateOuverture
                " (tache " fal_numTache ") : " fal_motif
        END-IF.

        controler_releve_consigne.
        MOVE 0 TO releve_hors_consigne
        MOVE SPACES TO motif_alerte
        MOVE fm_nomSerre TO fcs_nomSerre
        MOVE fm_date (5:2) TO fcs_mois
        READ FConsignes
            INVALID KEY
                ADD 1 TO releves_sans_consigne
            NOT INVALID KEY
                ADD 1 TO releves_controles
                IF fm_temperature < fcs_tempMin
                    OR fm_temperature > fcs_tempMax
                    MOVE 1 TO releve_hors_consigne
                    ADD 1 TO hors_temperature
                    MOVE "temperature hors consigne" TO motif_alerte
                END-IF
                IF fm_humidite < fcs_humMin
                    OR fm_humidite > fcs_humMax
                    ADD 1 TO hors_humidite
                    IF releve_hors_consigne = 1
                        MOVE "temperature et humidite hors consigne"
                            TO motif_alerte
                    ELSE
                        MOVE "humidite hors consigne" TO motif_alerte
                    END-IF
                    MOVE 1 TO releve_hors_consigne
                END-IF
                IF releve_hors_consigne = 1
                    ADD 1 TO releves_hors_consigne
                END-IF
                PERFORM suivre_alerte_climat
        END-READ.

        suivre_alerte_climat.
        MOVE fm_nomSerre TO fal_nomSerre
        READ FAlertes
            INVALID KEY
                MOVE 0 TO alerte_existante
                MOVE fm_nomSerre TO fal_nomSerre
                MOVE 0 TO fal_horsConsigne
                MOVE 0 TO fal_dateReleve
                MOVE 0 TO fal_heureReleve
                MOVE 0 TO fal_numTache
                MOVE 0 TO fal_dateOuverture
                MOVE SPACES TO fal_motif
            NOT INVALID KEY
                MOVE 1 TO alerte_existante
        END-READ
        IF fm_date > fal_dateReleve
            OR (fm_date = fal_dateReleve
                AND fm_heure > fal_heureReleve)
            MOVE fm_date TO fal_dateReleve
            MOVE fm_heure TO fal_heureReleve
            IF releve_hors_consigne = 1
                IF fal_horsConsigne < 9999
                    ADD 1 TO fal_horsConsigne
                END-IF
                IF fal_horsConsigne >= fcs_nbReleves
                    AND fal_numTache = 0
                    MOVE motif_alerte TO fal_motif
                    PERFORM ouvrir_alerte_climat
                END-IF
            ELSE
                MOVE 0 TO fal_horsConsigne
                IF fal_numTache NOT = 0
                    PERFORM fermer_alerte_climat
                END-IF
            END-IF
            IF alerte_existante = 1
                REWRITE tamp_fAlertes
                    INVALID KEY
                        MOVE cr_fAlertes TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-REWRITE
            ELSE
                WRITE tamp_fAlertes
                    INVALID KEY
                        MOVE cr_fAlertes TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-WRITE
            END-IF
        END-IF.

        ouvrir_alerte_climat.
        ACCEPT date_jour FROM DATE YYYYMMDD
        MOVE 0 TO tache_ecrite
        MOVE 0 TO essais_tache
        OPEN I-O FTaches
        PERFORM WITH TEST AFTER
            UNTIL tache_ecrite = 1 OR essais_tache >= 5
            ADD 1 TO essais_tache
            PERFORM allouer_numero_tache
            MOVE numero_tache TO fta_numTache
            MOVE fal_nomSerre TO fta_nomSerre
            MOVE 0 TO fta_numZone
            MOVE "alerte climat" TO fta_type
            MOVE date_jour TO fta_dateEcheance
            MOVE 0 TO fta_dateRealisation
            MOVE proprietaire_serre TO fta_idUtilisateur
            MOVE 0 TO fta_heuresReelles
            WRITE tamp_fTaches
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO tache_ecrite
            END-WRITE
        END-PERFORM
        CLOSE FTaches
        IF tache_ecrite = 0
            DISPLAY "Tache d'alerte non creee pour la serre "
                fal_nomSerre
        ELSE
            MOVE numero_tache TO fal_numTache
            MOVE fm_date TO fal_dateOuverture
            DISPLAY "Alerte climat ouverte pour la serre "
                fal_nomSerre " (tache " numero_tache ")"
            MOVE "FTaches" TO fa_fichier
            MOVE SPACES TO fa_cible
            STRING numero_tache DELIMITED BY SIZE INTO fa_cible
            MOVE "AJOUT" TO fa_action
            PERFORM enregistrer_audit
            MOVE proprietaire_serre TO notif_destinataire
            MOVE SPACES TO notif_message
            STRING "Serre " fal_nomSerre " : alerte tache "
                numero_tache ", " fal_motif DELIMITED BY SIZE
                INTO notif_message
            PERFORM emettre_notification
        END-IF.

        fermer_alerte_climat.
        OPEN I-O FTaches
        MOVE fal_numTache TO fta_numTache
        READ FTaches
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fta_dateRealisation = 0
                    MOVE fm_date TO fta_dateRealisation
                    REWRITE tamp_fTaches
                        INVALID KEY
                            MOVE cr_fTaches TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            MOVE "FTaches" TO fa_fichier
                            MOVE SPACES TO fa_cible
                            STRING fta_numTache " terminee"
                                DELIMITED BY SIZE INTO fa_cible
                            MOVE "MODIFICATION" TO fa_action
                            PERFORM enregistrer_audit
                    END-REWRITE
                END-IF
        END-READ
        CLOSE FTaches
        DISPLAY "Serre " fal_nomSerre " revenue dans sa consigne,"
            " alerte close"
        MOVE proprietaire_serre TO notif_destinataire
        MOVE SPACES TO notif_message
        STRING "Serre " fal_nomSerre " : retour dans la consigne,"
            " alerte close (tache " fal_numTache ")"
            DELIMITED BY SIZE INTO notif_message
        PERFORM emettre_notification
        MOVE 0 TO fal_numTache
        MOVE 0 TO fal_dateOuverture
        MOVE SPACES TO fal_motif.
