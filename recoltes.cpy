        PERFORM rapport_demarrer
        MOVE 0 TO trp_nombre
        MOVE 0 TO trs_nombre
        MOVE 0 TO tva_nombre
        MOVE 0 TO compteur_cultures
        MOVE 0 TO compteur_retards
        MOVE 0 TO total_recoltes
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        PERFORM examiner_culture_rendement
                END-READ
        END-PERFORM
        CLOSE FCultures
        PERFORM cumuler_rendement_historique
        CLOSE FSerres
        IF compteur_retards = 0
            MOVE "  (aucune)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        PERFORM emettre_rendement_plantes
        PERFORM emettre_rendement_varietes
        PERFORM emettre_rendement_serres
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        examiner_culture_rendement.
        IF fcu_dateRecolte NOT = 0
            AND fcu_dateRecolte >= date_debut
            AND fcu_dateRecolte <= date_fin
            MOVE 0 TO acces_serre_ok
            MOVE fcu_nomSerre TO fs_nomSerre
            READ FSerres
                INVALID KEY
                    IF est_admin
                        MOVE 1 TO acces_serre_ok
                    END-IF
                NOT INVALID KEY
                    IF est_admin
                        OR fs_idUtilisateur = id_uti
                        MOVE 1 TO acces_serre_ok
                    END-IF
            END-READ
            IF acces_serre_ok = 1
                PERFORM cumuler_culture_rendement
            END-IF
        END-IF.

        cumuler_culture_rendement.
        MOVE 0 TO duree_culture
        IF fcu_datePlantation NOT = 0
            PERFORM emettre_ligne
        END-IF
        PERFORM cumuler_rendement_plante
        PERFORM cumuler_rendement_serre
        IF fcu_variete NOT = SPACES
            PERFORM cumuler_rendement_variete
        END-IF.

        cumuler_rendement_plante.
        MOVE 0 TO indice_table
            PERFORM emettre_ligne
        END-PERFORM.

        cumuler_rendement_variete.
        MOVE 0 TO indice_table
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > tva_nombre
            IF tva_nomLatin (j) = fcu_nomLatin
                AND tva_variete (j) = fcu_variete
                MOVE j TO indice_table
            END-IF
        END-PERFORM
        IF indice_table = 0
            IF tva_nombre < 200
                ADD 1 TO tva_nombre
                MOVE tva_nombre TO indice_table
                MOVE fcu_nomLatin TO tva_nomLatin (indice_table)
                MOVE fcu_variete TO tva_variete (indice_table)
                MOVE 0 TO tva_rendement (indice_table)
                MOVE 0 TO tva_quantite (indice_table)
                MOVE 0 TO tva_nbCultures (indice_table)
                MOVE 0 TO tva_nbDurees (indice_table)
                MOVE 0 TO tva_sommeJours (indice_table)
                MOVE 0 TO tva_retards (indice_table)
            ELSE
                DISPLAY "Varietes ignorees au dela de 200"
            END-IF
        END-IF
        IF indice_table > 0
            ADD fcu_quantiteRecolte TO
                tva_quantite (indice_table)
            ADD 1 TO tva_nbCultures (indice_table)
            IF duree_culture > 0
                ADD 1 TO tva_nbDurees (indice_table)
                ADD duree_culture TO
                    tva_sommeJours (indice_table)
            END-IF
            IF culture_en_retard = 1
                ADD 1 TO tva_retards (indice_table)
            END-IF
        END-IF.

        emettre_rendement_varietes.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "RENDEMENT PAR VARIETE :" TO ligne_rapport
        PERFORM emettre_ligne
        IF tva_nombre = 0
            MOVE "  (aucune culture avec variete)" TO
                ligne_rapport
            PERFORM emettre_ligne
        END-IF
        OPEN INPUT FVarietes
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > tva_nombre
            MOVE tva_nomLatin (j) TO fva_nomLatin
            MOVE tva_variete (j) TO fva_variete
            READ FVarietes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fva_rendement TO tva_rendement (j)
            END-READ
            MOVE SPACES TO ligne_rapport
            STRING "  " DELIMITED BY SIZE
                tva_nomLatin (j) DELIMITED BY "  "
                " / " DELIMITED BY SIZE
                tva_variete (j) DELIMITED BY "  "
                " : quantite " DELIMITED BY SIZE
                tva_quantite (j) DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE 0 TO moyenne_jours
            IF tva_nbDurees (j) > 0
                DIVIDE tva_sommeJours (j) BY tva_nbDurees (j)
                    GIVING moyenne_jours
            END-IF
            MOVE SPACES TO ligne_rapport
            STRING "    " tva_nbCultures (j) " culture(s),"
                " duree moyenne " moyenne_jours " jour(s), "
                tva_retards (j) " en retard"
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            DIVIDE tva_quantite (j) BY tva_nbCultures (j)
                GIVING rendement_moyen
            MOVE SPACES TO ligne_rapport
            IF tva_rendement (j) > 0
                MOVE SPACES TO indicateur_ecart
                IF rendement_moyen < tva_rendement (j)
                    MOVE "  <<" TO indicateur_ecart
                END-IF
                STRING "    rendement moyen " rendement_moyen
                    " par culture, attendu "
                    tva_rendement (j) indicateur_ecart
                    DELIMITED BY SIZE INTO ligne_rapport
            ELSE
                STRING "    rendement moyen " rendement_moyen
                    " par culture" DELIMITED BY SIZE
                    INTO ligne_rapport
            END-IF
            PERFORM emettre_ligne
        END-PERFORM
        CLOSE FVarietes.

        emettre_rendement_serres.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        OPEN INPUT FSerres
        OPEN INPUT FMesures
        OPEN INPUT FSyntheses
        OPEN INPUT FVarietes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCultures NEXT
        CLOSE FSerres
        CLOSE FMesures
        CLOSE FSyntheses
        CLOSE FVarietes
        MOVE SPACES TO ligne_rapport
        STRING compteur_previsions " culture(s) en cours"
            " analysees" DELIMITED BY SIZE INTO ligne_rapport
        STRING "Serre " fcu_nomSerre " zone " fcu_numZone " : "
            fcu_nomLatin DELIMITED BY "  " INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM lire_variete_culture
        IF fcu_variete NOT = SPACES
            MOVE SPACES TO ligne_rapport
            IF variete_ok = 1
                STRING "  variete " fcu_variete " : "
                    variete_degres_jours " degres-jours"
                    DELIMITED BY SIZE INTO ligne_rapport
            ELSE
                STRING "  variete " fcu_variete
                    " (absente du fichier des varietes)"
                    DELIMITED BY SIZE INTO ligne_rapport
            END-IF
            PERFORM emettre_ligne
        END-IF
        MOVE fcu_datePlantation TO date_calcul
        PERFORM calculer_jours_date
        MOVE jours_calcul TO jours_plantation
        END-START.

        estimer_date_recolte.
        IF variete_degres_jours > 0
            MOVE variete_degres_jours TO besoin_degres_jours
        ELSE
            COMPUTE besoin_degres_jours = duree_prevue * 10
        END-IF
        SUBTRACT 10 FROM moyenne_temperature
            GIVING taux_degres_jour
        DIVIDE besoin_degres_jours BY taux_degres_jour
