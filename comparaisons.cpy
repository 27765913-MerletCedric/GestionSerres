        rapport_comparaison_saisons.
        DISPLAY " "
        DISPLAY "-- COMPARAISON DE DEUX SAISONS D'UNE SERRE --"
        DISPLAY " "
        PERFORM saisir_parametres_comparaison
        IF trouve = 1
            PERFORM calculer_comparaison_saisons
            MOVE "COMPARAISON DE SAISONS PAR SERRE" TO rapport_titre
            MOVE "comparaison" TO rapport_fichier
            PERFORM rapport_demarrer
            MOVE SPACES TO ligne_rapport
            STRING "Serre " serre_actuelle " : saison "
                annee_comparee " comparee a la saison "
                annee_reference DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE SPACES TO ligne_rapport
            STRING "<< : ecart important (temperature 3, humidite"
                " 10, cultures 3," DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE "     quantite 25 %, duree 14 jours, retards 2)"
                TO ligne_rapport
            PERFORM emettre_ligne
            MOVE 0 TO ecarts_signales
            PERFORM emettre_mois_comparaison
                VARYING rang_mois FROM 1 BY 1 UNTIL rang_mois > 12
            PERFORM emettre_totaux_comparaison
            PERFORM rapport_terminer
        END-IF.

        saisir_parametres_comparaison.
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
                IF acces_serre_ok = 1
                    MOVE 1 TO trouve
                END-IF
        END-READ
        CLOSE FSerres
        IF trouve = 1
            MOVE 0 TO annee_reference
            PERFORM WITH TEST AFTER UNTIL annee_reference > 0
                DISPLAY "Saison de reference (annee AAAA) ? : "
                ACCEPT annee_reference
            END-PERFORM
            MOVE 0 TO annee_comparee
            PERFORM WITH TEST AFTER UNTIL annee_comparee > 0
                AND annee_comparee NOT = annee_reference
                DISPLAY "Saison a comparer (annee AAAA, autre que "
                    annee_reference ") ? : "
                ACCEPT annee_comparee
            END-PERFORM
            IF annee_comparee < annee_reference
                MOVE annee_comparee TO annee_min_comparaison
            ELSE
                MOVE annee_reference TO annee_min_comparaison
            END-IF
        END-IF.

        calculer_comparaison_saisons.
        MOVE ZERO TO table_comparaison
        MOVE annee_reference TO tsc_annee (1)
        MOVE annee_comparee TO tsc_annee (2)
        PERFORM cumuler_climat_saison
            VARYING rang_saison FROM 1 BY 1 UNTIL rang_saison > 2
        PERFORM cumuler_cultures_saisons
        PERFORM finaliser_mois_comparaison
            VARYING rang_saison FROM 1 BY 1 UNTIL rang_saison > 2
            AFTER rang_mois FROM 1 BY 1 UNTIL rang_mois > 12.

        cumuler_climat_saison.
        OPEN INPUT FSyntheses
        MOVE serre_actuelle TO fsy_nomSerre
        COMPUTE fsy_mois = tsc_annee (rang_saison) * 100 + 1
        START FSyntheses KEY IS NOT LESS fsy_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FSyntheses NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF fsy_nomSerre NOT = serre_actuelle
                            OR fsy_mois (1:4) NOT =
                                tsc_annee (rang_saison)
                            MOVE 1 TO fin_zone
                        ELSE
                            MOVE fsy_mois (5:2) TO rang_mois
                            PERFORM cumuler_synthese_saison
                        END-IF
                END-PERFORM
        END-START
        CLOSE FSyntheses
        OPEN INPUT FMesures
        MOVE serre_actuelle TO fm_nomSerre
        COMPUTE fm_date = tsc_annee (rang_saison) * 10000 + 101
        MOVE 0 TO fm_heure
        START FMesures KEY IS NOT LESS fm_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FMesures NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF fm_nomSerre NOT = serre_actuelle
                            OR fm_date (1:4) NOT =
                                tsc_annee (rang_saison)
                            MOVE 1 TO fin_zone
                        ELSE
                            MOVE fm_date (5:2) TO rang_mois
                            PERFORM cumuler_mesure_saison
                        END-IF
                END-PERFORM
        END-START
        CLOSE FMesures.

        cumuler_synthese_saison.
        IF tsc_compte (rang_saison, rang_mois) = 0
            OR fsy_tempMin < tsc_tempMin (rang_saison, rang_mois)
            MOVE fsy_tempMin TO tsc_tempMin (rang_saison, rang_mois)
        END-IF
        IF fsy_tempMax > tsc_tempMax (rang_saison, rang_mois)
            MOVE fsy_tempMax TO tsc_tempMax (rang_saison, rang_mois)
        END-IF
        IF tsc_compte (rang_saison, rang_mois) = 0
            OR fsy_humMin < tsc_humMin (rang_saison, rang_mois)
            MOVE fsy_humMin TO tsc_humMin (rang_saison, rang_mois)
        END-IF
        IF fsy_humMax > tsc_humMax (rang_saison, rang_mois)
            MOVE fsy_humMax TO tsc_humMax (rang_saison, rang_mois)
        END-IF
        ADD fsy_sommeTemp TO tsc_sommeTemp (rang_saison, rang_mois)
        ADD fsy_sommeHum TO tsc_sommeHum (rang_saison, rang_mois)
        ADD fsy_compte TO tsc_compte (rang_saison, rang_mois).

        cumuler_mesure_saison.
        IF tsc_compte (rang_saison, rang_mois) = 0
            OR fm_temperature < tsc_tempMin (rang_saison, rang_mois)
            MOVE fm_temperature TO
                tsc_tempMin (rang_saison, rang_mois)
        END-IF
        IF fm_temperature > tsc_tempMax (rang_saison, rang_mois)
            MOVE fm_temperature TO
                tsc_tempMax (rang_saison, rang_mois)
        END-IF
        IF tsc_compte (rang_saison, rang_mois) = 0
            OR fm_humidite < tsc_humMin (rang_saison, rang_mois)
            MOVE fm_humidite TO tsc_humMin (rang_saison, rang_mois)
        END-IF
        IF fm_humidite > tsc_humMax (rang_saison, rang_mois)
            MOVE fm_humidite TO tsc_humMax (rang_saison, rang_mois)
        END-IF
        ADD fm_temperature TO tsc_sommeTemp (rang_saison, rang_mois)
        ADD fm_humidite TO tsc_sommeHum (rang_saison, rang_mois)
        ADD 1 TO tsc_compte (rang_saison, rang_mois).

        cumuler_cultures_saisons.
        OPEN INPUT FCultures
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCultures NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        PERFORM classer_culture_saisons
                END-READ
        END-PERFORM
        CLOSE FCultures
        PERFORM lister_annees_historique
        PERFORM cumuler_cultures_annee_archivee
            VARYING rang_annee FROM 1 BY 1
            UNTIL rang_annee > tah_nombre.

        cumuler_cultures_annee_archivee.
        IF tah_annee (rang_annee) >= annee_min_comparaison
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
                            PERFORM classer_culture_saisons
                    END-READ
            END-PERFORM
            CLOSE FHistCultures
        END-IF.

        classer_culture_saisons.
        IF fcu_nomSerre = serre_actuelle
            PERFORM classer_culture_saison
                VARYING rang_saison FROM 1 BY 1 UNTIL rang_saison > 2
        END-IF.

        classer_culture_saison.
        IF fcu_datePlantation NOT = 0
            AND fcu_datePlantation (1:4) = tsc_annee (rang_saison)
            MOVE fcu_datePlantation (5:2) TO rang_mois
            ADD 1 TO tsc_plantees (rang_saison, rang_mois)
            ADD 1 TO tsc_totalPlantees (rang_saison)
        END-IF
        IF fcu_dateRecolte NOT = 0
            AND fcu_dateRecolte (1:4) = tsc_annee (rang_saison)
            MOVE fcu_dateRecolte (5:2) TO rang_mois
            ADD 1 TO tsc_recoltees (rang_saison, rang_mois)
            ADD 1 TO tsc_totalRecoltees (rang_saison)
            ADD fcu_quantiteRecolte TO
                tsc_quantite (rang_saison, rang_mois)
            ADD fcu_quantiteRecolte TO
                tsc_totalQuantite (rang_saison)
            IF fcu_datePlantation NOT = 0
                MOVE fcu_datePlantation TO date_calcul
                PERFORM calculer_jours_date
                MOVE jours_calcul TO jours_plantation
                MOVE fcu_dateRecolte TO date_calcul
                PERFORM calculer_jours_date
                MOVE jours_calcul TO jours_recolte
                IF jours_recolte > jours_plantation
                    SUBTRACT jours_plantation FROM jours_recolte
                        GIVING duree_culture
                    ADD duree_culture TO
                        tsc_sommeDurees (rang_saison, rang_mois)
                    ADD 1 TO tsc_nbDurees (rang_saison, rang_mois)
                END-IF
            END-IF
            IF fcu_dateRecoltePrevue NOT = 0
                AND fcu_dateRecolte > fcu_dateRecoltePrevue
                ADD 1 TO tsc_retards (rang_saison, rang_mois)
                ADD 1 TO tsc_totalRetards (rang_saison)
            END-IF
        END-IF.

        finaliser_mois_comparaison.
        IF tsc_compte (rang_saison, rang_mois) > 0
            DIVIDE tsc_sommeTemp (rang_saison, rang_mois)
                BY tsc_compte (rang_saison, rang_mois)
                GIVING tsc_tempMoy (rang_saison, rang_mois)
            DIVIDE tsc_sommeHum (rang_saison, rang_mois)
                BY tsc_compte (rang_saison, rang_mois)
                GIVING tsc_humMoy (rang_saison, rang_mois)
        END-IF
        IF tsc_nbDurees (rang_saison, rang_mois) > 0
            DIVIDE tsc_sommeDurees (rang_saison, rang_mois)
                BY tsc_nbDurees (rang_saison, rang_mois)
                GIVING tsc_dureeMoy (rang_saison, rang_mois)
        END-IF.

        evaluer_ecarts_mois.
        MOVE 0 TO ecart_temp
        MOVE 0 TO ecart_hum
        MOVE 0 TO ecart_cultures
        MOVE 0 TO ecart_quantite
        MOVE 0 TO ecart_duree
        MOVE 0 TO ecart_retards
        IF tsc_compte (1, rang_mois) > 0
            AND tsc_compte (2, rang_mois) > 0
            COMPUTE ecart_signe = tsc_tempMoy (2, rang_mois)
                - tsc_tempMoy (1, rang_mois)
            PERFORM valeur_absolue_ecart
            IF ecart_signe >= 3
                MOVE 1 TO ecart_temp
            END-IF
            COMPUTE ecart_signe = tsc_humMoy (2, rang_mois)
                - tsc_humMoy (1, rang_mois)
            PERFORM valeur_absolue_ecart
            IF ecart_signe >= 10
                MOVE 1 TO ecart_hum
            END-IF
        END-IF
        COMPUTE ecart_signe = tsc_plantees (2, rang_mois)
            - tsc_plantees (1, rang_mois)
        PERFORM valeur_absolue_ecart
        IF ecart_signe >= 3
            MOVE 1 TO ecart_cultures
        END-IF
        COMPUTE ecart_signe = tsc_recoltees (2, rang_mois)
            - tsc_recoltees (1, rang_mois)
        PERFORM valeur_absolue_ecart
        IF ecart_signe >= 3
            MOVE 1 TO ecart_cultures
        END-IF
        IF tsc_quantite (2, rang_mois) > tsc_quantite (1, rang_mois)
            MOVE tsc_quantite (2, rang_mois) TO ecart_reference
        ELSE
            MOVE tsc_quantite (1, rang_mois) TO ecart_reference
        END-IF
        COMPUTE ecart_signe = tsc_quantite (2, rang_mois)
            - tsc_quantite (1, rang_mois)
        PERFORM valeur_absolue_ecart
        IF ecart_signe >= 10 AND ecart_signe * 4 > ecart_reference
            MOVE 1 TO ecart_quantite
        END-IF
        IF tsc_nbDurees (1, rang_mois) > 0
            AND tsc_nbDurees (2, rang_mois) > 0
            COMPUTE ecart_signe = tsc_dureeMoy (2, rang_mois)
                - tsc_dureeMoy (1, rang_mois)
            PERFORM valeur_absolue_ecart
            IF ecart_signe >= 14
                MOVE 1 TO ecart_duree
            END-IF
        END-IF
        COMPUTE ecart_signe = tsc_retards (2, rang_mois)
            - tsc_retards (1, rang_mois)
        PERFORM valeur_absolue_ecart
        IF ecart_signe >= 2
            MOVE 1 TO ecart_retards
        END-IF
        ADD ecart_temp ecart_hum ecart_cultures ecart_quantite
            ecart_duree ecart_retards TO ecarts_signales.

        valeur_absolue_ecart.
        IF ecart_signe < 0
            MULTIPLY -1 BY ecart_signe
        END-IF.

        emettre_mois_comparaison.
        PERFORM evaluer_ecarts_mois
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        IF tsc_compte (1, rang_mois) = 0
            AND tsc_compte (2, rang_mois) = 0
            AND tsc_plantees (1, rang_mois) = 0
            AND tsc_plantees (2, rang_mois) = 0
            AND tsc_recoltees (1, rang_mois) = 0
            AND tsc_recoltees (2, rang_mois) = 0
            MOVE SPACES TO ligne_rapport
            STRING "Mois " rang_mois " : aucune donnee"
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        ELSE
            MOVE SPACES TO ligne_rapport
            STRING "Mois " rang_mois "               "
                "       " tsc_annee (1) "            "
                tsc_annee (2) DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE "  Temp. moy/min/max" TO libelle_comparaison
            PERFORM preparer_climat_temperature
            MOVE ecart_temp TO ecart_ligne
            PERFORM emettre_ligne_comparaison
            MOVE "  Humid. moy/min/max" TO libelle_comparaison
            PERFORM preparer_climat_humidite
            MOVE ecart_hum TO ecart_ligne
            PERFORM emettre_ligne_comparaison
            MOVE "  Cultures plant./rec." TO libelle_comparaison
            MOVE SPACES TO valeur_saison_1
            STRING "    " tsc_plantees (1, rang_mois) "/"
                tsc_recoltees (1, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_1
            MOVE SPACES TO valeur_saison_2
            STRING "    " tsc_plantees (2, rang_mois) "/"
                tsc_recoltees (2, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_2
            MOVE ecart_cultures TO ecart_ligne
            PERFORM emettre_ligne_comparaison
            MOVE "  Quantite recoltee" TO libelle_comparaison
            MOVE SPACES TO valeur_saison_1
            STRING "    " tsc_quantite (1, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_1
            MOVE SPACES TO valeur_saison_2
            STRING "    " tsc_quantite (2, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_2
            MOVE ecart_quantite TO ecart_ligne
            PERFORM emettre_ligne_comparaison
            MOVE "  Duree moyenne (j)" TO libelle_comparaison
            PERFORM preparer_duree_moyenne
            MOVE ecart_duree TO ecart_ligne
            PERFORM emettre_ligne_comparaison
            MOVE "  Recoltes en retard" TO libelle_comparaison
            MOVE SPACES TO valeur_saison_1
            STRING "        " tsc_retards (1, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_1
            MOVE SPACES TO valeur_saison_2
            STRING "        " tsc_retards (2, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_2
            MOVE ecart_retards TO ecart_ligne
            PERFORM emettre_ligne_comparaison
        END-IF.

        preparer_climat_temperature.
        MOVE "        ---" TO valeur_saison_1
        IF tsc_compte (1, rang_mois) > 0
            MOVE SPACES TO valeur_saison_1
            STRING tsc_tempMoy (1, rang_mois) "/"
                tsc_tempMin (1, rang_mois) "/"
                tsc_tempMax (1, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_1
        END-IF
        MOVE "        ---" TO valeur_saison_2
        IF tsc_compte (2, rang_mois) > 0
            MOVE SPACES TO valeur_saison_2
            STRING tsc_tempMoy (2, rang_mois) "/"
                tsc_tempMin (2, rang_mois) "/"
                tsc_tempMax (2, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_2
        END-IF.

        preparer_climat_humidite.
        MOVE "        ---" TO valeur_saison_1
        IF tsc_compte (1, rang_mois) > 0
            MOVE SPACES TO valeur_saison_1
            STRING tsc_humMoy (1, rang_mois) "/"
                tsc_humMin (1, rang_mois) "/"
                tsc_humMax (1, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_1
        END-IF
        MOVE "        ---" TO valeur_saison_2
        IF tsc_compte (2, rang_mois) > 0
            MOVE SPACES TO valeur_saison_2
            STRING tsc_humMoy (2, rang_mois) "/"
                tsc_humMin (2, rang_mois) "/"
                tsc_humMax (2, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_2
        END-IF.

        preparer_duree_moyenne.
        MOVE "        ---" TO valeur_saison_1
        IF tsc_nbDurees (1, rang_mois) > 0
            MOVE SPACES TO valeur_saison_1
            STRING "       " tsc_dureeMoy (1, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_1
        END-IF
        MOVE "        ---" TO valeur_saison_2
        IF tsc_nbDurees (2, rang_mois) > 0
            MOVE SPACES TO valeur_saison_2
            STRING "       " tsc_dureeMoy (2, rang_mois)
                DELIMITED BY SIZE INTO valeur_saison_2
        END-IF.

        emettre_ligne_comparaison.
        MOVE SPACES TO indicateur_ecart
        IF ecart_ligne = 1
            MOVE "  <<" TO indicateur_ecart
        END-IF
        MOVE SPACES TO ligne_rapport
        STRING libelle_comparaison valeur_saison_1 "     "
            valeur_saison_2 indicateur_ecart
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.

        emettre_totaux_comparaison.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Totaux                 "
            "      " tsc_annee (1) "            "
            tsc_annee (2) DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO ecart_ligne
        MOVE "  Cultures plantees" TO libelle_comparaison
        MOVE SPACES TO valeur_saison_1
        STRING "      " tsc_totalPlantees (1)
            DELIMITED BY SIZE INTO valeur_saison_1
        MOVE SPACES TO valeur_saison_2
        STRING "      " tsc_totalPlantees (2)
            DELIMITED BY SIZE INTO valeur_saison_2
        PERFORM emettre_ligne_comparaison
        MOVE "  Cultures recoltees" TO libelle_comparaison
        MOVE SPACES TO valeur_saison_1
        STRING "      " tsc_totalRecoltees (1)
            DELIMITED BY SIZE INTO valeur_saison_1
        MOVE SPACES TO valeur_saison_2
        STRING "      " tsc_totalRecoltees (2)
            DELIMITED BY SIZE INTO valeur_saison_2
        PERFORM emettre_ligne_comparaison
        MOVE "  Quantite recoltee" TO libelle_comparaison
        MOVE SPACES TO valeur_saison_1
        STRING "  " tsc_totalQuantite (1)
            DELIMITED BY SIZE INTO valeur_saison_1
        MOVE SPACES TO valeur_saison_2
        STRING "  " tsc_totalQuantite (2)
            DELIMITED BY SIZE INTO valeur_saison_2
        PERFORM emettre_ligne_comparaison
        MOVE "  Recoltes en retard" TO libelle_comparaison
        MOVE SPACES TO valeur_saison_1
        STRING "      " tsc_totalRetards (1)
            DELIMITED BY SIZE INTO valeur_saison_1
        MOVE SPACES TO valeur_saison_2
        STRING "      " tsc_totalRetards (2)
            DELIMITED BY SIZE INTO valeur_saison_2
        PERFORM emettre_ligne_comparaison
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING ecarts_signales " ecart(s) important(s) signale(s)"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.
