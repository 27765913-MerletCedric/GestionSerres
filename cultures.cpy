                DISPLAY "5. Calendrier des recoltes a venir"
                DISPLAY "6. Prevision des recoltes (degres-jours)"
                DISPLAY "7. Fiche de tracabilite d'un lot"
                DISPLAY "8. Recherche de rappel (lots concernes)"
                DISPLAY "9. Prix de revient d'une culture"
                DISPLAY "10. Comparaison de deux saisons d'une serre"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                PERFORM rapport_previsions_recoltes
                        WHEN 7
                                PERFORM fiche_tracabilite_lot
                        WHEN 8
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM recherche_rappel
                                END-IF
                        WHEN 9
                                PERFORM prix_revient_culture
                        WHEN 10
                                PERFORM rapport_comparaison_saisons
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
                    MOVE serre_actuelle TO fz_nomSerre
                    PERFORM verifier_rotation
                    IF rotation_ok = 1
                        PERFORM saisir_variete_plante
                        PERFORM saisir_dates_plantation
                        MOVE zone_cible_num TO fz_numZone
                        ACCEPT date_recolte FROM DATE YYYYMMDD
            libelle_saisie_date
        PERFORM saisir_date_controlee
        MOVE date_saisie TO date_plantation
        PERFORM controler_fenetre_variete
        IF plante_en_saison = 0
            DISPLAY "ATTENTION : plantation hors de la fenetre de"
                " semis de la variete (mois " variete_mois_debut
                " a " variete_mois_fin ")"
        END-IF
        MOVE 0 TO date_recolte_prevue
        IF variete_jours_recolte > 0
            MOVE date_plantation TO date_calcul
            MOVE variete_jours_recolte TO nb_jours_ajout
            PERFORM ajouter_jours_date
            DISPLAY "Recolte prevue d'apres la variete : "
                date_resultat
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Retenir cette date ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                MOVE date_resultat TO date_recolte_prevue
            END-IF
        END-IF
        IF date_recolte_prevue = 0
            PERFORM WITH TEST AFTER
                UNTIL date_recolte_prevue > date_plantation
                MOVE "Date de recolte prevue (AAAAMMJJ) ? : " TO
                    libelle_saisie_date
                PERFORM saisir_date_controlee
                MOVE date_saisie TO date_recolte_prevue
                IF date_recolte_prevue <= date_plantation
                    DISPLAY "La recolte prevue doit suivre la"
                        " plantation"
                END-IF
            END-PERFORM
        END-IF.

        journal_creer_culture.
        PERFORM chercher_derniere_culture
        MOVE date_recolte_prevue TO fcu_dateRecoltePrevue
        MOVE 0 TO fcu_dateRecolte
        MOVE 0 TO fcu_quantiteRecolte
        MOVE variete_culture TO fcu_variete
        WRITE tamp_fCultures
            INVALID KEY
                MOVE cr_fCultures TO statut_conflit
        END-IF.

        journal_cloturer_culture.
        MOVE SPACES TO variete_cloturee
        MOVE 0 TO recolte_forcee
        PERFORM chercher_derniere_culture
        IF seq_culture = 0
            DISPLAY "Aucune culture au journal pour cette zone"
                    MOVE cr_fCultures TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    MOVE fcu_variete TO variete_cloturee
                    IF fcu_dateRecolte NOT = 0
                        DISPLAY "La derniere culture de cette"
                            " zone est deja recoltee"
                        END-IF
                        IF delai_ok = 1
                            PERFORM controler_delai_traitement
                            IF delai_ok = 0
                                PERFORM proposer_recolte_forcee
                            END-IF
                        END-IF
                    END-IF
                    IF fcu_dateRecolte = 0 AND delai_ok = 1
        verifier_rotation.
        MOVE 1 TO rotation_ok
        PERFORM chercher_derniere_culture
        IF seq_culture = 0
            PERFORM chercher_derniere_culture_archivee
        END-IF
        IF derniere_culture_plante NOT = SPACES
            IF derniere_culture_plante = nomLat
                DISPLAY "ATTENTION : cette plante a deja ete"
                    " cultivee dans cette zone au cycle precedent"
        afficher_une_culture.
        DISPLAY "Culture numero : " fcu_sequence
        DISPLAY "Plante : " fcu_nomLatin
        IF fcu_variete NOT = SPACES
            DISPLAY "Variete : " fcu_variete
        END-IF
        DISPLAY "Plantee le : " fcu_datePlantation
        DISPLAY "Recolte prevue le : " fcu_dateRecoltePrevue
        IF fcu_dateRecolte = 0
