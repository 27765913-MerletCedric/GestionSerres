                DISPLAY "1. Journal des cultures"
                DISPLAY "2. Releves climatiques"
                DISPLAY "3. Totaux de recolte par plante"
                DISPLAY "4. Comparaison de deux saisons d'une serre"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                PERFORM exporter_mesures_csv
                        WHEN 3
                                PERFORM exporter_recoltes_csv
                        WHEN 4
                                PERFORM exporter_comparaison_csv
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
            MOVE 1 TO culture_en_retard
        END-IF
        PERFORM cumuler_rendement_plante.

        exporter_comparaison_csv.
        DISPLAY " "
        DISPLAY "-- EXPORT CSV DE LA COMPARAISON DE SAISONS --"
        DISPLAY " "
        PERFORM saisir_parametres_comparaison
        IF trouve = 1
            PERFORM calculer_comparaison_saisons
            MOVE "saisons" TO type_export
            PERFORM ouvrir_export_csv
        END-IF
        IF trouve = 1 AND export_ok = 1
            MOVE SPACES TO enr_export
            STRING "serre;mois;annee;releves;temp_moy;temp_min;"
                "temp_max;hum_moy;hum_min;hum_max;"
                "cultures_plantees;cultures_recoltees;quantite;"
                "duree_moyenne;recoltes_retard;ecart_temp;"
                "ecart_hum;ecart_cultures;ecart_quantite;"
                "ecart_duree;ecart_retards"
                DELIMITED BY SIZE INTO enr_export
            WRITE enr_export
            MOVE 0 TO ecarts_signales
            PERFORM exporter_mois_comparaison
                VARYING rang_mois FROM 1 BY 1 UNTIL rang_mois > 12
            PERFORM fermer_export_csv
            DISPLAY ecarts_signales
                " ecart(s) important(s) signale(s)"
        END-IF.

        exporter_mois_comparaison.
        PERFORM evaluer_ecarts_mois
        PERFORM exporter_saison_comparaison
            VARYING rang_saison FROM 1 BY 1 UNTIL rang_saison > 2.

        exporter_saison_comparaison.
        MOVE SPACES TO enr_export
        STRING serre_actuelle ";" rang_mois ";"
            tsc_annee (rang_saison) ";"
            tsc_compte (rang_saison, rang_mois) ";"
            tsc_tempMoy (rang_saison, rang_mois) ";"
            tsc_tempMin (rang_saison, rang_mois) ";"
            tsc_tempMax (rang_saison, rang_mois) ";"
            tsc_humMoy (rang_saison, rang_mois) ";"
            tsc_humMin (rang_saison, rang_mois) ";"
            tsc_humMax (rang_saison, rang_mois) ";"
            tsc_plantees (rang_saison, rang_mois) ";"
            tsc_recoltees (rang_saison, rang_mois) ";"
            tsc_quantite (rang_saison, rang_mois) ";"
            tsc_dureeMoy (rang_saison, rang_mois) ";"
            tsc_retards (rang_saison, rang_mois) ";"
            ecart_temp ";" ecart_hum ";" ecart_cultures ";"
            ecart_quantite ";" ecart_duree ";" ecart_retards
            DELIMITED BY SIZE INTO enr_export
        WRITE enr_export
        ADD 1 TO compteur_export.
