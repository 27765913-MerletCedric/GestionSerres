                DISPLAY "3. Valider un plan"
                DISPLAY "4. Engager un plan valide"
                DISPLAY "5. Supprimer un plan"
                DISPLAY "6. Saisir une commande client"
                DISPLAY "7. Lister les commandes clients"
                DISPLAY "8. Planifier les commandes (lignes brouillon)"
                DISPLAY "9. Commandes clients non couvertes"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                PERFORM engager_plan
                        WHEN 5
                                PERFORM supprimer_plan
                        WHEN 6
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM saisir_commande_client
                                END-IF
                        WHEN 7
                                PERFORM lister_commandes_clients
                        WHEN 8
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM planifier_commandes
                                END-IF
                        WHEN 9
                                PERFORM rapport_commandes_non_couvertes
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
            ACCEPT nomLat
            PERFORM verifier_plante_existe
            IF trouve = 1
                PERFORM saisir_variete_plante
                PERFORM saisir_dates_plantation
                OPEN I-O FPlans
                MOVE numero_plan TO fpl_numPlan
                MOVE date_recolte_prevue TO
                    fpl_dateRecoltePrevue
                MOVE 0 TO fpl_statut
                MOVE id_uti TO fpl_idUtilisateur
                MOVE variete_culture TO fpl_variete
                WRITE tamp_fPlans
                    INVALID KEY
                        DISPLAY "Cette zone figure deja au plan :"
                                        (tpl_nombre)
                                MOVE fpl_statut TO
                                    tpl_statut (tpl_nombre)
                                MOVE fpl_variete TO
                                    tpl_variete (tpl_nombre)
                            ELSE
                                DISPLAY "Plan tronque au dela de"
                                    " 200 lignes"
                    tpl_nomLatin (j) DELIMITED BY "  "
                    INTO ligne_rapport
                PERFORM emettre_ligne
                IF tpl_variete (j) NOT = SPACES
                    MOVE SPACES TO ligne_rapport
                    STRING "  variete " tpl_variete (j)
                        DELIMITED BY SIZE INTO ligne_rapport
                    PERFORM emettre_ligne
                END-IF
                MOVE SPACES TO ligne_rapport
                STRING "  plantation " tpl_datePlantation (j)
                    ", recolte prevue "
                MOVE tpl_datePlantation (j) TO date_plantation
                MOVE tpl_dateRecoltePrevue (j) TO
                    date_recolte_prevue
                MOVE tpl_variete (j) TO variete_culture
                PERFORM journal_creer_culture
                OPEN I-O FPlans
                MOVE numero_plan TO fpl_numPlan
