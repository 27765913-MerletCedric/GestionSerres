        menu_arrosages.
        MOVE 0 TO fin_sous_menu
        PERFORM WITH TEST AFTER UNTIL fin_sous_menu = 1
                DISPLAY " "
                DISPLAY "------ JOURNAL D'ARROSAGE ------"
                DISPLAY "1. Liste d'arrosage du jour et saisie"
                DISPLAY "2. Saisir les arrosages d'une serre"
                DISPLAY "3. Charger des releves de compteurs"
                DISPLAY "4. Consommation d'eau mensuelle d'une serre"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                        WHEN 1
                                PERFORM rapport_arrosage
                        WHEN 2
                                PERFORM saisir_arrosages_une_serre
                        WHEN 3
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM charger_arrosages_lot
                                END-IF
                        WHEN 4
                                PERFORM rapport_consommation_eau
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
                                DISPLAY "Choix invalide"
                END-EVALUATE
        END-PERFORM.

        saisir_arrosages_une_serre.
        DISPLAY " "
        DISPLAY "-- SAISIR LES ARROSAGES D'UNE SERRE --"
        DISPLAY " "
        DISPLAY "Quel est le nom de la serre ? : "
        ACCEPT fs_nomSerre
        OPEN INPUT FSerres
        READ FSerres
            INVALID KEY
                DISPLAY "Aucune serre avec ce nom"
            NOT INVALID KEY
                PERFORM controler_acces_serre
                IF acces_serre_ok = 1
                    OPEN INPUT FZones
                    OPEN I-O FArrosages
                    PERFORM saisir_arrosages_serre
                    CLOSE FZones
                    CLOSE FArrosages
                END-IF
        END-READ
        CLOSE FSerres.

        saisir_arrosages_serre.
        ACCEPT date_jour FROM DATE YYYYMMDD
        MOVE 0 TO compteur_arrosages
        DISPLAY "Serre " fs_nomSerre " : litres arroses par zone"
            " (0 = non arrosee)"
        MOVE fs_nomSerre TO fz_nomSerre
        START FZones KEY IS EQUAL fz_nomSerre
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FZones NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF fz_nomSerre NOT = fs_nomSerre
                            MOVE 1 TO fin_zone
                        ELSE
                            IF fz_nomLatin NOT = SPACES
                                PERFORM saisir_arrosage_zone
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        DISPLAY compteur_arrosages " arrosage(s) enregistre(s)".

        saisir_arrosage_zone.
        DISPLAY "Zone " fz_numZone " (" fz_nomLatin ") ? : "
        ACCEPT volume_arrosage
        IF volume_arrosage > 0
            MOVE fz_nomSerre TO far_nomSerre
            MOVE fz_numZone TO far_numZone
            MOVE date_jour TO far_date
            MOVE volume_arrosage TO far_volume
            MOVE id_uti TO far_idUtilisateur
            MOVE fz_nomLatin TO far_nomLatin
            MOVE "S" TO far_origine
            PERFORM ecrire_arrosage
            IF arrosage_ecrit = 1
                ADD 1 TO compteur_arrosages
            END-IF
        END-IF.

        ecrire_arrosage.
        MOVE 0 TO arrosage_ecrit
        MOVE 0 TO far_sequence
        PERFORM WITH TEST AFTER
            UNTIL arrosage_ecrit = 1 OR far_sequence = 99
            ADD 1 TO far_sequence
            WRITE tamp_fArrosages
                INVALID KEY
                    IF cr_fArrosages NOT = 22
                        MOVE cr_fArrosages TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                        MOVE 99 TO far_sequence
                    END-IF
                NOT INVALID KEY
                    MOVE 1 TO arrosage_ecrit
                    MOVE "FArrosages" TO fa_fichier
                    MOVE SPACES TO fa_cible
                    STRING far_cle DELIMITED BY SIZE
                        INTO fa_cible
                    MOVE "AJOUT" TO fa_action
                    PERFORM enregistrer_audit
            END-WRITE
        END-PERFORM.

        valider_ligne_arrosage_lot.
        MOVE 1 TO ligne_lot_valide
        MOVE farlot_date TO date_calcul
        PERFORM valider_date
        IF date_valide = 0
            MOVE 0 TO ligne_lot_valide
            MOVE "date invalide" TO motif_rejet
        END-IF
        IF farlot_volume = 0
            MOVE 0 TO ligne_lot_valide
            MOVE "volume nul" TO motif_rejet
        END-IF
        IF ligne_lot_valide = 1
            MOVE farlot_numZone TO fz_numZone
            MOVE farlot_nomSerre TO fz_nomSerre
            READ FZones
                INVALID KEY
                    MOVE 0 TO ligne_lot_valide
                    MOVE "zone inconnue" TO motif_rejet
            END-READ
        END-IF
        MOVE id_uti TO operateur_arrosage
        IF ligne_lot_valide = 1 AND farlot_idUtilisateur NOT = 0
            MOVE farlot_idUtilisateur TO fu_idUtilisateur
            READ FUtilisateurs
                INVALID KEY
                    MOVE 0 TO ligne_lot_valide
                    MOVE "operateur inconnu" TO motif_rejet
                NOT INVALID KEY
                    MOVE farlot_idUtilisateur TO operateur_arrosage
            END-READ
        END-IF.

        charger_arrosages_lot.
        DISPLAY " "
        DISPLAY "-- CHARGEMENT DES RELEVES DE COMPTEURS D'EAU --"
        DISPLAY " "
        MOVE 0 TO compteur_charges
        MOVE 0 TO compteur_rejets
        MOVE "reprise_arrosages.dat" TO nom_reprise
        PERFORM lire_point_reprise
        MOVE lignes_reprise TO lignes_traitees
        OPEN INPUT FArrosagesLot
        IF cr_fArrosagesLot NOT = 0
            DISPLAY "Impossible d'ouvrir arrosages_lot.dat"
        ELSE
            MOVE "rejets_arrosages.dat" TO nom_rejet
            OPEN EXTEND FRejets
            OPEN I-O FArrosages
            OPEN INPUT FZones
            OPEN INPUT FUtilisateurs
            MOVE 0 TO Wfin
            IF lignes_reprise > 0
                PERFORM VARYING saut_lignes FROM 1 BY 1
                    UNTIL saut_lignes > lignes_reprise
                        OR Wfin = 1
                    READ FArrosagesLot NEXT
                        AT END
                            MOVE 1 TO Wfin
                    END-READ
                END-PERFORM
            END-IF
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FArrosagesLot NEXT
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    ADD 1 TO lignes_traitees
                    PERFORM valider_ligne_arrosage_lot
                    IF ligne_lot_valide = 0
                        PERFORM rejeter_ligne_arrosage
                    ELSE
                        MOVE farlot_nomSerre TO far_nomSerre
                        MOVE farlot_numZone TO far_numZone
                        MOVE farlot_date TO far_date
                        MOVE farlot_volume TO far_volume
                        MOVE operateur_arrosage TO far_idUtilisateur
                        MOVE fz_nomLatin TO far_nomLatin
                        MOVE "C" TO far_origine
                        PERFORM ecrire_arrosage
                        IF arrosage_ecrit = 1
                            ADD 1 TO compteur_charges
                        ELSE
                            MOVE "plus de 99 releves ce jour" TO
                                motif_rejet
                            PERFORM rejeter_ligne_arrosage
                        END-IF
                    END-IF
                    PERFORM ecrire_point_reprise
            END-PERFORM
            CLOSE FUtilisateurs
            CLOSE FZones
            CLOSE FArrosages
            CLOSE FRejets
            MOVE 0 TO lignes_traitees
            PERFORM ecrire_point_reprise
        END-IF
        CLOSE FArrosagesLot
        DISPLAY compteur_charges " releve(s) charge(s), "
            compteur_rejets " rejete(s)"
        IF compteur_rejets > 0
            DISPLAY "Rejets detailles dans " nom_rejet
        END-IF.

        rejeter_ligne_arrosage.
        ADD 1 TO compteur_rejets
        MOVE SPACES TO enr_rejet
        STRING motif_rejet DELIMITED BY "  "
            " : " DELIMITED BY SIZE
            tamp_fArrosagesLot DELIMITED BY SIZE
            INTO enr_rejet
        WRITE enr_rejet.

        rapport_consommation_eau.
        DISPLAY " "
        DISPLAY "-- CONSOMMATION D'EAU MENSUELLE D'UNE SERRE --"
        DISPLAY " "
        DISPLAY "Quel est le nom de la serre ? : "
        ACCEPT fs_nomSerre
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
            MOVE fs_nomSerre TO serre_actuelle
            MOVE 0 TO mois_eau
            PERFORM WITH TEST AFTER
                UNTIL mois_eau (5:2) >= "01" AND mois_eau (5:2) <= "12"
                DISPLAY "Mois (AAAAMM) ? : "
                ACCEPT mois_eau
            END-PERFORM
            PERFORM charger_zones_eau
            PERFORM cumuler_arrosages_mois
            PERFORM calculer_classes_eau
            MOVE "CONSOMMATION D'EAU MENSUELLE" TO rapport_titre
            MOVE "eau" TO rapport_fichier
            PERFORM rapport_demarrer
            MOVE SPACES TO ligne_rapport
            STRING "Serre " serre_actuelle ", mois " mois_eau
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE SPACES TO ligne_rapport
            PERFORM emettre_ligne
            MOVE "EAU PAR ZONE :" TO ligne_rapport
            PERFORM emettre_ligne
            MOVE 0 TO zones_anormales
            PERFORM emettre_zone_eau
                VARYING j FROM 1 BY 1 UNTIL j > tar_nombre
            MOVE SPACES TO ligne_rapport
            PERFORM emettre_ligne
            MOVE "EAU PAR PLANTE :" TO ligne_rapport
            PERFORM emettre_ligne
            IF tae_nombre = 0
                MOVE "  (aucun arrosage enregistre ce mois)" TO
                    ligne_rapport
                PERFORM emettre_ligne
            END-IF
            PERFORM emettre_plante_eau
                VARYING j FROM 1 BY 1 UNTIL j > tae_nombre
            MOVE SPACES TO ligne_rapport
            PERFORM emettre_ligne
            MOVE "ZONES DE LA LISTE D'ARROSAGE JAMAIS ENREGISTREES :"
                TO ligne_rapport
            PERFORM emettre_ligne
            MOVE 0 TO zones_oubliees
            PERFORM emettre_zone_oubliee
                VARYING j FROM 1 BY 1 UNTIL j > tar_nombre
            IF zones_oubliees = 0
                MOVE "  (aucune)" TO ligne_rapport
                PERFORM emettre_ligne
            END-IF
            MOVE SPACES TO ligne_rapport
            PERFORM emettre_ligne
            MOVE SPACES TO ligne_rapport
            STRING "Total serre : " total_eau_serre " litres, "
                zones_anormales " zone(s) hors norme, "
                zones_oubliees " zone(s) oubliee(s)"
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            PERFORM rapport_terminer
        END-IF.

        charger_zones_eau.
        MOVE 0 TO tar_nombre
        OPEN INPUT FZones
        OPEN INPUT FPlantes
        MOVE serre_actuelle TO fz_nomSerre
        START FZones KEY IS EQUAL fz_nomSerre
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FZones NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF fz_nomSerre NOT = serre_actuelle
                            MOVE 1 TO fin_zone
                        ELSE
                            MOVE fz_numZone TO far_numZone
                            MOVE fz_nomLatin TO far_nomLatin
                            PERFORM retenir_zone_eau
                            IF indice_table > 0
                                AND fz_nomLatin NOT = SPACES
                                MOVE 1 TO tar_plantee (indice_table)
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FZones
        CLOSE FPlantes.

        retenir_zone_eau.
        MOVE 0 TO indice_table
        PERFORM VARYING k FROM 1 BY 1 UNTIL k > tar_nombre
            IF tar_numZone (k) = far_numZone
                MOVE k TO indice_table
            END-IF
        END-PERFORM
        IF indice_table = 0
            IF tar_nombre < 200
                ADD 1 TO tar_nombre
                MOVE tar_nombre TO indice_table
                MOVE far_numZone TO tar_numZone (indice_table)
                MOVE far_nomLatin TO tar_nomLatin (indice_table)
                MOVE SPACES TO tar_eau (indice_table)
                MOVE 0 TO tar_plantee (indice_table)
                MOVE 0 TO tar_nbArrosages (indice_table)
                MOVE 0 TO tar_volume (indice_table)
                IF far_nomLatin NOT = SPACES
                    MOVE far_nomLatin TO fp_nomLatin
                    READ FPlantes
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE fp_eau TO tar_eau (indice_table)
                    END-READ
                END-IF
            ELSE
                DISPLAY "Zones ignorees au dela de 200"
            END-IF
        END-IF.

        cumuler_arrosages_mois.
        MOVE 0 TO tae_nombre
        MOVE 0 TO total_eau_serre
        OPEN INPUT FArrosages
        OPEN INPUT FPlantes
        MOVE serre_actuelle TO far_nomSerre
        MOVE 0 TO far_numZone
        MOVE 0 TO far_date
        MOVE 0 TO far_sequence
        START FArrosages KEY IS NOT LESS far_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FArrosages NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF far_nomSerre NOT = serre_actuelle
                            MOVE 1 TO Wfin
                        ELSE
                            IF far_date (1:6) = mois_eau
                                PERFORM cumuler_arrosage_mois
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FArrosages
        CLOSE FPlantes.

        cumuler_arrosage_mois.
        ADD far_volume TO total_eau_serre
        PERFORM retenir_zone_eau
        IF indice_table > 0
            ADD 1 TO tar_nbArrosages (indice_table)
            ADD far_volume TO tar_volume (indice_table)
        END-IF
        MOVE 0 TO indice_table
        PERFORM VARYING k FROM 1 BY 1 UNTIL k > tae_nombre
            IF tae_nomLatin (k) = far_nomLatin
                MOVE k TO indice_table
            END-IF
        END-PERFORM
        IF indice_table = 0
            IF tae_nombre < 200
                ADD 1 TO tae_nombre
                MOVE tae_nombre TO indice_table
                MOVE far_nomLatin TO tae_nomLatin (indice_table)
                MOVE 0 TO tae_nbArrosages (indice_table)
                MOVE 0 TO tae_volume (indice_table)
            ELSE
                DISPLAY "Plantes ignorees au dela de 200"
            END-IF
        END-IF
        IF indice_table > 0
            ADD 1 TO tae_nbArrosages (indice_table)
            ADD far_volume TO tae_volume (indice_table)
        END-IF.

        calculer_classes_eau.
        MOVE "elevee" TO tce_eau (1)
        MOVE "moderee" TO tce_eau (2)
        MOVE "faible" TO tce_eau (3)
        PERFORM VARYING rang_classe FROM 1 BY 1 UNTIL rang_classe > 3
            MOVE 0 TO tce_volume (rang_classe)
            MOVE 0 TO tce_zones (rang_classe)
            MOVE 0 TO tce_moyenne (rang_classe)
        END-PERFORM
        PERFORM cumuler_classe_eau
            VARYING j FROM 1 BY 1 UNTIL j > tar_nombre
        PERFORM VARYING rang_classe FROM 1 BY 1 UNTIL rang_classe > 3
            IF tce_zones (rang_classe) > 0
                DIVIDE tce_volume (rang_classe)
                    BY tce_zones (rang_classe)
                    GIVING tce_moyenne (rang_classe)
            END-IF
        END-PERFORM
        MOVE tce_moyenne (1) TO classe_elevee_moyenne
        MOVE tce_moyenne (3) TO classe_faible_moyenne.

        cumuler_classe_eau.
        IF tar_volume (j) > 0
            PERFORM VARYING rang_classe FROM 1 BY 1
                UNTIL rang_classe > 3
                IF tce_eau (rang_classe) = tar_eau (j)
                    ADD tar_volume (j) TO tce_volume (rang_classe)
                    ADD 1 TO tce_zones (rang_classe)
                END-IF
            END-PERFORM
        END-IF.

        emettre_zone_eau.
        IF tar_nbArrosages (j) > 0
            MOVE SPACES TO ligne_rapport
            STRING "  Zone " tar_numZone (j) " : " DELIMITED BY SIZE
                tar_nomLatin (j) DELIMITED BY "  "
                " (eau " DELIMITED BY SIZE
                tar_eau (j) DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE SPACES TO ligne_rapport
            STRING "    " tar_nbArrosages (j) " arrosage(s), "
                tar_volume (j) " litres" DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            PERFORM controler_volume_zone
        END-IF.

        controler_volume_zone.
        MOVE 0 TO rang_classe
        PERFORM VARYING k FROM 1 BY 1 UNTIL k > 3
            IF tce_eau (k) = tar_eau (j)
                MOVE k TO rang_classe
            END-IF
        END-PERFORM
        MOVE SPACES TO ligne_rapport
        IF rang_classe > 0
            IF tce_zones (rang_classe) > 1
                IF tar_volume (j) > tce_moyenne (rang_classe) * 2
                    STRING "    !! plus du double de la moyenne des"
                        " zones de meme besoin (" DELIMITED BY SIZE
                        tce_moyenne (rang_classe) DELIMITED BY SIZE
                        " l) : fuite ?" DELIMITED BY SIZE
                        INTO ligne_rapport
                END-IF
                IF tar_volume (j) * 2 < tce_moyenne (rang_classe)
                    STRING "    !! moins de la moitie de la moyenne"
                        " des zones de meme besoin (" DELIMITED BY SIZE
                        tce_moyenne (rang_classe) DELIMITED BY SIZE
                        " l)" DELIMITED BY SIZE
                        INTO ligne_rapport
                END-IF
            END-IF
            IF ligne_rapport = SPACES AND rang_classe = 3
                AND classe_elevee_moyenne > 0
                AND tar_volume (j) > classe_elevee_moyenne
                STRING "    !! plante sobre plus arrosee que les"
                    " plantes exigeantes en eau" DELIMITED BY SIZE
                    INTO ligne_rapport
            END-IF
            IF ligne_rapport = SPACES AND rang_classe = 1
                AND classe_faible_moyenne > 0
                AND tar_volume (j) < classe_faible_moyenne
                STRING "    !! plante exigeante moins arrosee que les"
                    " plantes sobres" DELIMITED BY SIZE
                    INTO ligne_rapport
            END-IF
        END-IF
        IF ligne_rapport NOT = SPACES
            ADD 1 TO zones_anormales
            PERFORM emettre_ligne
        END-IF.

        emettre_plante_eau.
        MOVE SPACES TO ligne_rapport
        IF tae_nomLatin (j) = SPACES
            STRING "  (zone vide)" DELIMITED BY SIZE
                " : " tae_nbArrosages (j) " arrosage(s), "
                tae_volume (j) " litres" DELIMITED BY SIZE
                INTO ligne_rapport
        ELSE
            STRING "  " tae_nomLatin (j) DELIMITED BY "  "
                " : " tae_nbArrosages (j) " arrosage(s), "
                tae_volume (j) " litres" DELIMITED BY SIZE
                INTO ligne_rapport
        END-IF
        PERFORM emettre_ligne.

        emettre_zone_oubliee.
        IF tar_plantee (j) = 1 AND tar_nbArrosages (j) = 0
            ADD 1 TO zones_oubliees
            MOVE SPACES TO ligne_rapport
            STRING "  Zone " tar_numZone (j) " : " DELIMITED BY SIZE
                tar_nomLatin (j) DELIMITED BY "  "
                " (eau " DELIMITED BY SIZE
                tar_eau (j) DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF.
