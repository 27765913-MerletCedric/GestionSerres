        menu_varietes.
        MOVE 0 TO fin_sous_menu
        PERFORM WITH TEST AFTER UNTIL fin_sous_menu = 1
                DISPLAY " "
                DISPLAY "------ VARIETES DES PLANTES ------"
                DISPLAY "1. Definir ou modifier une variete"
                DISPLAY "2. Varietes d'une plante"
                DISPLAY "3. Supprimer une variete"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                        WHEN 1
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM definir_variete
                                END-IF
                        WHEN 2
                                PERFORM lister_varietes_plante
                        WHEN 3
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM supprimer_variete
                                END-IF
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
                                DISPLAY "Choix invalide"
                END-EVALUATE
        END-PERFORM.

        definir_variete.
        DISPLAY " "
        DISPLAY "-- DEFINIR UNE VARIETE --"
        DISPLAY " "
        DISPLAY "Quel est le nom latin de la plante ? : "
        ACCEPT nomLat
        PERFORM verifier_plante_existe
        IF trouve = 1
            MOVE SPACES TO variete_culture
            PERFORM WITH TEST AFTER UNTIL variete_culture NOT = SPACES
                DISPLAY "Nom de la variete ? : "
                ACCEPT variete_culture
            END-PERFORM
            OPEN I-O FVarietes
            MOVE nomLat TO fva_nomLatin
            MOVE variete_culture TO fva_variete
            READ FVarietes
                INVALID KEY
                    MOVE "AJOUT" TO fa_action
                NOT INVALID KEY
                    MOVE "MODIFICATION" TO fa_action
                    DISPLAY "Variete existante :"
                    PERFORM afficher_une_variete
            END-READ
            MOVE nomLat TO fva_nomLatin
            MOVE variete_culture TO fva_variete
            DISPLAY "Jours de la plantation a la recolte"
                " (0 = inconnu) ? : "
            ACCEPT fva_joursRecolte
            DISPLAY "Besoin en degres-jours base 10"
                " (0 = inconnu) ? : "
            ACCEPT fva_degresJours
            MOVE 99 TO fva_moisDebut
            MOVE 99 TO fva_moisFin
            PERFORM WITH TEST AFTER
                UNTIL fva_moisDebut < 13 AND fva_moisFin < 13
                    AND (fva_moisDebut = 0 AND fva_moisFin = 0
                        OR fva_moisDebut > 0 AND fva_moisFin > 0)
                DISPLAY "Fenetre de semis : mois de debut"
                    " (1 a 12, 0 = aucune) ? : "
                ACCEPT fva_moisDebut
                MOVE 0 TO fva_moisFin
                IF fva_moisDebut > 0
                    DISPLAY "Mois de fin (1 a 12) ? : "
                    ACCEPT fva_moisFin
                END-IF
                IF fva_moisDebut > 12 OR fva_moisFin > 12
                    OR fva_moisDebut > 0 AND fva_moisFin = 0
                    DISPLAY "Fenetre de semis invalide"
                END-IF
            END-PERFORM
            DISPLAY "Rendement attendu par zone"
                " (0 = inconnu) ? : "
            ACCEPT fva_rendement
            IF fa_action = "AJOUT"
                WRITE tamp_fVarietes
                    INVALID KEY
                        MOVE cr_fVarietes TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        DISPLAY "Variete enregistree"
                        PERFORM auditer_variete
                END-WRITE
            ELSE
                REWRITE tamp_fVarietes
                    INVALID KEY
                        MOVE cr_fVarietes TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        DISPLAY "Variete modifiee"
                        PERFORM auditer_variete
                END-REWRITE
            END-IF
            CLOSE FVarietes
        END-IF.

        auditer_variete.
        MOVE "FVarietes" TO fa_fichier
        MOVE SPACES TO fa_cible
        STRING fva_nomLatin DELIMITED BY "  "
            " / " DELIMITED BY SIZE
            fva_variete DELIMITED BY "  "
            INTO fa_cible
        PERFORM enregistrer_audit.

        afficher_une_variete.
        DISPLAY "Variete : " fva_variete
        DISPLAY "  recolte a " fva_joursRecolte " jour(s), "
            fva_degresJours " degres-jours"
        IF fva_moisDebut = 0
            DISPLAY "  pas de fenetre de semis"
        ELSE
            DISPLAY "  semis du mois " fva_moisDebut
                " au mois " fva_moisFin
        END-IF
        DISPLAY "  rendement attendu par zone " fva_rendement.

        lister_varietes_plante.
        DISPLAY " "
        DISPLAY "-- VARIETES D'UNE PLANTE --"
        DISPLAY " "
        DISPLAY "Quel est le nom latin de la plante ? : "
        ACCEPT nomLat
        PERFORM verifier_plante_existe
        IF trouve = 1
            MOVE 0 TO compteur_varietes
            OPEN INPUT FVarietes
            MOVE nomLat TO fva_nomLatin
            MOVE SPACES TO fva_variete
            START FVarietes KEY IS NOT LESS fva_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wfin
                    PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ FVarietes NEXT
                        AT END
                            MOVE 1 TO Wfin
                        NOT AT END
                            IF fva_nomLatin NOT = nomLat
                                MOVE 1 TO Wfin
                            ELSE
                                ADD 1 TO compteur_varietes
                                PERFORM afficher_une_variete
                            END-IF
                    END-PERFORM
            END-START
            CLOSE FVarietes
            DISPLAY compteur_varietes " variete(s) pour " nomLat
        END-IF.

        supprimer_variete.
        DISPLAY " "
        DISPLAY "-- SUPPRIMER UNE VARIETE --"
        DISPLAY " "
        DISPLAY "Quel est le nom latin de la plante ? : "
        ACCEPT nomLat
        DISPLAY "Nom de la variete ? : "
        ACCEPT variete_culture
        OPEN I-O FVarietes
        MOVE nomLat TO fva_nomLatin
        MOVE variete_culture TO fva_variete
        READ FVarietes
            INVALID KEY
                DISPLAY "Aucune variete avec ce nom pour cette"
                    " plante"
            NOT INVALID KEY
                PERFORM afficher_une_variete
                MOVE 0 TO choix
                PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                    DISPLAY "Supprimer la variete ? oui:1 non:2"
                    ACCEPT choix
                END-PERFORM
                IF choix = 1
                    DELETE FVarietes
                        INVALID KEY
                            MOVE cr_fVarietes TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            DISPLAY "Variete supprimee ; les"
                                " cultures gardent son nom"
                            MOVE "SUPPRESSION" TO fa_action
                            PERFORM auditer_variete
                    END-DELETE
                END-IF
        END-READ
        CLOSE FVarietes.

        saisir_variete_plante.
        MOVE 0 TO variete_jours_recolte
        MOVE 0 TO variete_mois_debut
        MOVE 0 TO variete_mois_fin
        MOVE 0 TO variete_ok
        PERFORM WITH TEST AFTER UNTIL variete_ok = 1
            MOVE SPACES TO variete_culture
            DISPLAY "Variete (vide = sans variete) ? : "
            ACCEPT variete_culture
            IF variete_culture = SPACES
                MOVE 1 TO variete_ok
            ELSE
                OPEN INPUT FVarietes
                MOVE nomLat TO fva_nomLatin
                MOVE variete_culture TO fva_variete
                READ FVarietes
                    INVALID KEY
                        DISPLAY "Variete inconnue pour cette"
                            " plante (voir le menu des varietes)"
                    NOT INVALID KEY
                        MOVE 1 TO variete_ok
                        MOVE fva_joursRecolte TO
                            variete_jours_recolte
                        MOVE fva_moisDebut TO variete_mois_debut
                        MOVE fva_moisFin TO variete_mois_fin
                END-READ
                CLOSE FVarietes
            END-IF
        END-PERFORM.

        controler_fenetre_variete.
        MOVE 1 TO plante_en_saison
        IF variete_mois_debut > 0
            MOVE date_plantation (5:2) TO mois_plantation
            MOVE 0 TO plante_en_saison
            IF variete_mois_debut <= variete_mois_fin
                IF mois_plantation >= variete_mois_debut
                    AND mois_plantation <= variete_mois_fin
                    MOVE 1 TO plante_en_saison
                END-IF
            ELSE
                IF mois_plantation >= variete_mois_debut
                    OR mois_plantation <= variete_mois_fin
                    MOVE 1 TO plante_en_saison
                END-IF
            END-IF
        END-IF.

        lire_variete_culture.
        MOVE 0 TO variete_jours_recolte
        MOVE 0 TO variete_degres_jours
        MOVE 0 TO variete_ok
        IF fcu_variete NOT = SPACES
            MOVE fcu_nomLatin TO fva_nomLatin
            MOVE fcu_variete TO fva_variete
            READ FVarietes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO variete_ok
                    MOVE fva_joursRecolte TO variete_jours_recolte
                    MOVE fva_degresJours TO variete_degres_jours
            END-READ
        END-IF.
