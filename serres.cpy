                    MOVE fz_nomLatin TO nomLat
                    ACCEPT date_plantation FROM DATE YYYYMMDD
                    MOVE 0 TO date_recolte_prevue
                    MOVE SPACES TO variete_culture
                    PERFORM journal_creer_culture
                END-IF
        END-WRITE
                        CLOSE FZones
                        CLOSE FPlantes
                        PERFORM rapport_terminer
                        PERFORM demander_saisie_arrosages
                        IF choix = 1
                            OPEN INPUT FZones
                            OPEN I-O FArrosages
                            PERFORM saisir_arrosages_serre
                            CLOSE FZones
                            CLOSE FArrosages
                        END-IF
                    END-IF
            END-READ
            CLOSE FSerres
            CLOSE FZones
            CLOSE FPlantes
            PERFORM rapport_terminer
            PERFORM demander_saisie_arrosages
            IF choix = 1
                OPEN INPUT FSerres
                OPEN INPUT FZones
                OPEN I-O FArrosages
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FSerres NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF est_admin
                            OR fs_idUtilisateur = id_uti
                            PERFORM saisir_arrosages_serre
                        END-IF
                END-PERFORM
                CLOSE FSerres
                CLOSE FZones
                CLOSE FArrosages
            END-IF
        END-IF.

        demander_saisie_arrosages.
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Enregistrer les arrosages effectues ?"
                " oui:1 non:2"
            ACCEPT choix
        END-PERFORM.

        arrosage_serre.
        DISPLAY " "
        MOVE SPACES TO ligne_rapport
                    IF rotation_ok = 1
                        PERFORM installer_plante_zone
                        IF maj_zone_ok = 1
                            PERFORM saisir_variete_plante
                            PERFORM saisir_dates_plantation
                            PERFORM journal_creer_culture
                            PERFORM decrementer_stock_plantation
                            " etre cloturee"
                        MOVE zone_dest_serre TO serre_actuelle
                    ELSE
                        MOVE variete_cloturee TO variete_culture
                        MOVE zone_dest_serre TO serre_actuelle
                        MOVE zone_dest_num TO zone_cible_num
                        MOVE plante_deplacee TO nomLat
