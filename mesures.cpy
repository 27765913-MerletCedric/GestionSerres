                DISPLAY "3. Alertes de derive climatique"
                DISPLAY "4. Synthese mensuelle et purge"
                DISPLAY "5. Syntheses mensuelles d'une serre"
                DISPLAY "6. Definir une consigne climatique"
                DISPLAY "7. Consignes et alerte d'une serre"
                DISPLAY "8. Supprimer une consigne climatique"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                END-IF
                        WHEN 5
                                PERFORM lister_syntheses_serre
                        WHEN 6
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM definir_consigne
                                END-IF
                        WHEN 7
                                PERFORM lister_consignes_serre
                        WHEN 8
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM supprimer_consigne
                                END-IF
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
            NOT INVALID KEY
                PERFORM controler_acces_serre
                MOVE acces_serre_ok TO trouve
                MOVE fs_idUtilisateur TO proprietaire_serre
        END-READ
        CLOSE FSerres
        IF trouve = 1
                            DELIMITED BY SIZE INTO fa_cible
                        MOVE "AJOUT" TO fa_action
                        PERFORM enregistrer_audit
                        OPEN INPUT FConsignes
                        OPEN I-O FAlertes
                        PERFORM controler_releve_consigne
                        CLOSE FConsignes
                        CLOSE FAlertes
                        IF releve_hors_consigne = 1
                            DISPLAY "Attention : " motif_alerte
                        END-IF
                END-WRITE
                CLOSE FMesures
            END-IF
        DISPLAY " "
        MOVE 0 TO compteur_charges
        MOVE 0 TO compteur_rejets
        MOVE 0 TO releves_controles
        MOVE 0 TO releves_sans_consigne
        MOVE 0 TO releves_hors_consigne
        MOVE 0 TO hors_temperature
        MOVE 0 TO hors_humidite
        ACCEPT date_jour FROM DATE YYYYMMDD
        MOVE "reprise_mesures.dat" TO nom_reprise
        PERFORM lire_point_reprise
            OPEN EXTEND FRejets
            OPEN I-O FMesures
            OPEN INPUT FSerres
            OPEN INPUT FConsignes
            OPEN I-O FAlertes
            MOVE 0 TO Wfin
            IF lignes_reprise > 0
                PERFORM VARYING saut_lignes FROM 1 BY 1
                                    INTO fa_cible
                                MOVE "AJOUT" TO fa_action
                                PERFORM enregistrer_audit
                                MOVE fs_idUtilisateur TO
                                    proprietaire_serre
                                PERFORM controler_releve_consigne
                        END-WRITE
                    END-IF
                    PERFORM ecrire_point_reprise
            END-PERFORM
            CLOSE FSerres
            CLOSE FConsignes
            CLOSE FAlertes
            CLOSE FMesures
            CLOSE FRejets
            MOVE 0 TO lignes_traitees
        CLOSE FMesuresLot
        DISPLAY compteur_charges " releves charges, "
            compteur_rejets " rejetes"
        DISPLAY releves_controles " releve(s) controle(s), "
            releves_hors_consigne " hors consigne, "
            releves_sans_consigne " sans consigne mensuelle"
        IF compteur_rejets > 0
            DISPLAY "Rejets detailles dans " nom_rejet
        END-IF.
        OPEN INPUT FSyntheses
        OPEN INPUT FZones
        OPEN INPUT FPlantes
        OPEN INPUT FConsignes
        OPEN I-O FAlertes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSerres NEXT
        CLOSE FSyntheses
        CLOSE FZones
        CLOSE FPlantes
        CLOSE FConsignes
        CLOSE FAlertes
        MOVE SPACES TO ligne_rapport
        STRING total_derives " serre(s) en derive"
            DELIMITED BY SIZE INTO ligne_rapport
        MOVE 0 TO somme_humidite
        MOVE 0 TO somme_temperature
        MOVE 0 TO compteur_mesures
        MOVE 0 TO releves_controles
        MOVE 0 TO releves_sans_consigne
        MOVE 0 TO releves_hors_consigne
        MOVE 0 TO hors_temperature
        MOVE 0 TO hors_humidite
        MOVE fs_idUtilisateur TO proprietaire_serre
        MOVE fs_nomSerre TO fm_nomSerre
        MOVE date_debut TO fm_date
        MOVE 0 TO fm_heure
                            ADD fm_temperature TO
                                somme_temperature
                            ADD 1 TO compteur_mesures
                            PERFORM controler_releve_consigne
                        END-IF
                END-PERFORM
        END-START
            moyenne_temperature DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        IF releves_controles = 0
            PERFORM controler_humidite_generale
        ELSE
            MOVE SPACES TO ligne_rapport
            STRING "  " releves_controles " releve(s) controle(s) : "
                hors_temperature " hors temperature, "
                hors_humidite " hors humidite" DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            IF hors_temperature > 0
                ADD 1 TO alertes_serre
                MOVE "  !! temperature hors de la consigne" TO
                    ligne_rapport
                PERFORM emettre_ligne
            END-IF
            IF hors_humidite > 0
                ADD 1 TO alertes_serre
                MOVE "  !! humidite hors de la consigne" TO
                    ligne_rapport
                PERFORM emettre_ligne
            END-IF
        END-IF
        MOVE fs_nomSerre TO fal_nomSerre
        READ FAlertes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fal_numTache NOT = 0
                    MOVE SPACES TO ligne_rapport
                    STRING "  alerte ouverte le " fal_dateOuverture
                        " (tache " fal_numTache ")"
                        DELIMITED BY SIZE INTO ligne_rapport
                    PERFORM emettre_ligne
                END-IF
        END-READ.

        controler_humidite_generale.
        MOVE "  pas de consigne mensuelle : consigne generale"
            TO ligne_rapport
        PERFORM emettre_ligne
        IF fs_humidite = "faible" AND moyenne_humidite > 40
            ADD 1 TO alertes_serre
            MOVE "  !! humidite au dessus de la consigne" TO
