        saisir_commande_client.
        DISPLAY " "
        DISPLAY "-- SAISIR UNE COMMANDE CLIENT --"
        DISPLAY " "
        DISPLAY "Numero du client ? : "
        ACCEPT num_client
        MOVE 0 TO trouve
        OPEN INPUT FClients
        MOVE num_client TO fcl_numClient
        READ FClients
            INVALID KEY
                DISPLAY "Aucun client avec ce numero"
            NOT INVALID KEY
                MOVE 1 TO trouve
                DISPLAY "Client : " fcl_nom
        END-READ
        CLOSE FClients
        IF trouve = 1
            OPEN I-O FCommandesClients
            PERFORM allouer_numero_commande_client
            ACCEPT date_jour FROM DATE YYYYMMDD
            MOVE 0 TO ligne_commande_client
            MOVE 1 TO choix
            PERFORM saisir_ligne_commande_client
                UNTIL choix = 2 OR ligne_commande_client = 99
            CLOSE FCommandesClients
            DISPLAY "Commande " num_commande_client " : "
                ligne_commande_client " ligne(s) enregistree(s)"
        END-IF.

        allouer_numero_commande_client.
        MOVE 0 TO num_commande_client
        MOVE 999999 TO fcc_numCommande
        MOVE 99 TO fcc_numLigne
        START FCommandesClients KEY IS NOT GREATER fcc_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ FCommandesClients PREVIOUS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE fcc_numCommande TO num_commande_client
                END-READ
        END-START
        ADD 1 TO num_commande_client.

        saisir_ligne_commande_client.
        DISPLAY "Quel est le nom latin de la plante"
            " commandee ? : "
        ACCEPT nomLat
        PERFORM verifier_plante_existe
        IF trouve = 1
            MOVE 0 TO fcc_quantite
            PERFORM WITH TEST AFTER UNTIL fcc_quantite > 0
                DISPLAY "Quantite commandee ? : "
                ACCEPT fcc_quantite
            END-PERFORM
            MOVE SPACES TO libelle_saisie_date
            STRING "Semaine de livraison voulue (premier jour,"
                " AAAAMMJJ) ? : " DELIMITED BY SIZE
                INTO libelle_saisie_date
            PERFORM saisir_date_controlee
            ADD 1 TO ligne_commande_client
            MOVE num_commande_client TO fcc_numCommande
            MOVE ligne_commande_client TO fcc_numLigne
            MOVE num_client TO fcc_numClient
            MOVE nomLat TO fcc_nomLatin
            MOVE date_saisie TO fcc_semaineLivraison
            MOVE date_jour TO fcc_dateCommande
            MOVE 0 TO fcc_statut
            MOVE 0 TO fcc_numPlan
            MOVE 0 TO fcc_zonesNecessaires
            MOVE 0 TO fcc_zonesPlanifiees
            MOVE 0 TO fcc_dateSemis
            MOVE SPACES TO fcc_motif
            WRITE tamp_fCommandesClients
                INVALID KEY
                    MOVE cr_fCommandesClients TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                    SUBTRACT 1 FROM ligne_commande_client
                NOT INVALID KEY
                    MOVE "FCommandesClients" TO fa_fichier
                    MOVE SPACES TO fa_cible
                    STRING fcc_numCommande " ligne " fcc_numLigne
                        DELIMITED BY SIZE INTO fa_cible
                    MOVE "AJOUT" TO fa_action
                    PERFORM enregistrer_audit
            END-WRITE
        END-IF
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Autre ligne pour cette commande ? oui:1 non:2"
            ACCEPT choix
        END-PERFORM.

        lister_commandes_clients.
        DISPLAY " "
        DISPLAY "-- COMMANDES CLIENTS --"
        DISPLAY " "
        MOVE 0 TO compteur_commandes
        OPEN INPUT FCommandesClients
        MOVE 0 TO fin_commandes
        PERFORM WITH TEST AFTER UNTIL fin_commandes = 1
                READ FCommandesClients NEXT
                AT END
                        MOVE 1 TO fin_commandes
                NOT AT END
                        ADD 1 TO compteur_commandes
                        DISPLAY "Commande " fcc_numCommande
                            " ligne " fcc_numLigne " client "
                            fcc_numClient " : " fcc_nomLatin
                        DISPLAY "  quantite " fcc_quantite
                            ", semaine du " fcc_semaineLivraison
                        EVALUATE TRUE
                            WHEN commande_client_a_planifier
                                DISPLAY "  a planifier"
                            WHEN commande_client_planifiee
                                DISPLAY "  planifiee au plan "
                                    fcc_numPlan " : "
                                    fcc_zonesPlanifiees
                                    " zone(s), semis avant le "
                                    fcc_dateSemis
                            WHEN commande_client_non_couverte
                                DISPLAY "  NON COUVERTE : " fcc_motif
                        END-EVALUATE
                END-READ
        END-PERFORM
        CLOSE FCommandesClients
        DISPLAY compteur_commandes " ligne(s) de commande".

        planifier_commandes.
        DISPLAY " "
        DISPLAY "-- PLANIFIER LES COMMANDES CLIENTS --"
        DISPLAY " "
        DISPLAY "Numero du plan a alimenter ? : "
        ACCEPT numero_plan
        ACCEPT date_jour FROM DATE YYYYMMDD
        PERFORM charger_rendements_commandes
        PERFORM charger_zones_planifiees
        MOVE 0 TO commandes_planifiees
        MOVE 0 TO commandes_non_couvertes
        MOVE 0 TO lignes_plan_creees
        OPEN I-O FCommandesClients
        OPEN I-O FPlans
        OPEN INPUT FZones
        OPEN INPUT FSerres
        OPEN INPUT FCalendrier
        MOVE 0 TO fin_commandes
        PERFORM WITH TEST AFTER UNTIL fin_commandes = 1
                READ FCommandesClients NEXT
                AT END
                        MOVE 1 TO fin_commandes
                NOT AT END
                        IF NOT commande_client_planifiee
                            PERFORM planifier_ligne_commande
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FCommandesClients
        CLOSE FPlans
        CLOSE FZones
        CLOSE FSerres
        CLOSE FCalendrier
        DISPLAY " "
        DISPLAY commandes_planifiees " ligne(s) de commande"
            " couverte(s), " commandes_non_couvertes
            " non couverte(s)"
        DISPLAY lignes_plan_creees " ligne(s) brouillon ajoutee(s)"
            " au plan " numero_plan
        IF lignes_plan_creees > 0
            DISPLAY "Validez puis engagez le plan depuis ce menu"
        END-IF
        IF commandes_non_couvertes > 0
            PERFORM rapport_commandes_non_couvertes
        END-IF.

        charger_rendements_commandes.
        MOVE 0 TO trp_nombre
        OPEN INPUT FCultures
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCultures NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fcu_dateRecolte NOT = 0
                            PERFORM retenir_rendement_commande
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FCultures
        PERFORM lister_annees_historique
        PERFORM charger_rendements_annee
            VARYING rang_annee FROM 1 BY 1
            UNTIL rang_annee > tah_nombre.

        charger_rendements_annee.
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
                        IF fcu_dateRecolte NOT = 0
                            PERFORM retenir_rendement_commande
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FHistCultures.

        retenir_rendement_commande.
        MOVE 0 TO duree_culture
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
            END-IF
        END-IF
        MOVE 0 TO culture_en_retard
        PERFORM cumuler_rendement_plante.

        charger_zones_planifiees.
        MOVE 0 TO tzp_nombre
        OPEN INPUT FPlans
        MOVE 0 TO fin_zones_plan
        PERFORM WITH TEST AFTER UNTIL fin_zones_plan = 1
                READ FPlans NEXT
                AT END
                        MOVE 1 TO fin_zones_plan
                NOT AT END
                        IF NOT ligne_plan_engagee
                            PERFORM retenir_zone_planifiee
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FPlans.

        retenir_zone_planifiee.
        IF tzp_nombre < 200
            ADD 1 TO tzp_nombre
            MOVE fpl_numZone TO tzp_numZone (tzp_nombre)
            MOVE fpl_nomSerre TO tzp_nomSerre (tzp_nombre)
            MOVE fpl_datePlantation TO
                tzp_datePlantation (tzp_nombre)
            MOVE fpl_dateRecoltePrevue TO
                tzp_dateRecoltePrevue (tzp_nombre)
        ELSE
            DISPLAY "Lignes de plan ignorees au dela de 200"
        END-IF.

        planifier_ligne_commande.
        MOVE SPACES TO motif_manque
        MOVE 0 TO zones_allouees
        MOVE 0 TO indice_table
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > trp_nombre
            IF trp_nomLatin (j) = fcc_nomLatin
                MOVE j TO indice_table
            END-IF
        END-PERFORM
        IF indice_table = 0
            MOVE "aucune recolte passee pour cette plante" TO
                motif_manque
        ELSE
            DIVIDE trp_quantite (indice_table)
                BY trp_nbCultures (indice_table)
                GIVING rendement_zone
            IF rendement_zone = 0
                MOVE "rendement passe nul pour cette plante" TO
                    motif_manque
            END-IF
            IF trp_nbDurees (indice_table) = 0
                MOVE "duree de culture inconnue" TO motif_manque
            END-IF
        END-IF
        IF motif_manque = SPACES
            PERFORM calculer_semis_commande
        END-IF
        IF motif_manque = SPACES
            AND fcc_zonesPlanifiees < fcc_zonesNecessaires
            SUBTRACT fcc_zonesPlanifiees FROM fcc_zonesNecessaires
                GIVING zones_a_planifier
            MOVE 0 TO fin_zones_plan
            MOVE 0 TO fz_numZone
            MOVE 0 TO fz_nomSerre
            START FZones KEY IS NOT LESS fz_cle
                INVALID KEY
                    MOVE 1 TO fin_zones_plan
            END-START
            PERFORM examiner_zone_commande
                UNTIL fin_zones_plan = 1
                    OR zones_allouees = zones_a_planifier
            ADD zones_allouees TO fcc_zonesPlanifiees
            IF zones_allouees > 0
                MOVE numero_plan TO fcc_numPlan
            END-IF
            IF fcc_zonesPlanifiees < fcc_zonesNecessaires
                MOVE "zones libres insuffisantes" TO motif_manque
            END-IF
        END-IF
        MOVE motif_manque TO fcc_motif
        IF motif_manque = SPACES
            MOVE 1 TO fcc_statut
            ADD 1 TO commandes_planifiees
            DISPLAY "Commande " fcc_numCommande " ligne "
                fcc_numLigne " : " fcc_zonesPlanifiees
                " zone(s), semis avant le " fcc_dateSemis
        ELSE
            MOVE 2 TO fcc_statut
            ADD 1 TO commandes_non_couvertes
            DISPLAY "Commande " fcc_numCommande " ligne "
                fcc_numLigne " non couverte : " motif_manque
        END-IF
        REWRITE tamp_fCommandesClients
            INVALID KEY
                MOVE cr_fCommandesClients TO statut_conflit
                PERFORM signaler_conflit_enregistrement
        END-REWRITE.

        calculer_semis_commande.
        DIVIDE trp_sommeJours (indice_table)
            BY trp_nbDurees (indice_table)
            GIVING duree_moyenne_plante
        DIVIDE fcc_quantite BY rendement_zone
            GIVING zones_a_planifier REMAINDER reste_rendement
        IF reste_rendement > 0
            ADD 1 TO zones_a_planifier
        END-IF
        MOVE zones_a_planifier TO fcc_zonesNecessaires
        MOVE fcc_semaineLivraison TO date_recolte_visee
        MOVE date_recolte_visee TO date_calcul
        MOVE duree_moyenne_plante TO nb_jours_ajout
        PERFORM retirer_jours_date
        MOVE date_resultat TO date_semis_limite
        MOVE date_semis_limite TO fcc_dateSemis
        IF date_semis_limite < date_jour
            MOVE "date de semis deja depassee" TO motif_manque
        ELSE
            MOVE fcc_nomLatin TO fcal_nomLatin
            READ FCalendrier
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE date_semis_limite (5:2) TO mois_courant
                    PERFORM controler_plante_en_saison
                    IF plante_en_saison = 0
                        MOVE "semis hors de la fenetre du calendrier"
                            TO motif_manque
                    END-IF
            END-READ
        END-IF.

        examiner_zone_commande.
        READ FZones NEXT
            AT END
                MOVE 1 TO fin_zones_plan
            NOT AT END
                PERFORM evaluer_zone_commande
                IF zone_disponible = 1
                    PERFORM ecrire_ligne_plan_commande
                END-IF
        END-READ.

        evaluer_zone_commande.
        MOVE 1 TO zone_disponible
        PERFORM VARYING k FROM 1 BY 1 UNTIL k > tzp_nombre
            IF tzp_numZone (k) = fz_numZone
                AND tzp_nomSerre (k) = fz_nomSerre
                AND tzp_dateRecoltePrevue (k) >= date_semis_limite
                AND tzp_datePlantation (k) <= date_recolte_visee
                MOVE 0 TO zone_disponible
            END-IF
        END-PERFORM
        IF zone_disponible = 1
            MOVE fz_nomSerre TO fs_nomSerre
            READ FSerres
                INVALID KEY
                    MOVE 0 TO zone_disponible
            END-READ
        END-IF
        IF zone_disponible = 1
            MOVE fz_nomSerre TO serre_actuelle
            PERFORM chercher_derniere_culture
            IF fz_nomLatin NOT = SPACES
                PERFORM controler_zone_occupee_commande
            END-IF
        END-IF
        IF zone_disponible = 1
            IF seq_culture = 0
                PERFORM chercher_derniere_culture_archivee
            END-IF
            IF derniere_culture_plante = fcc_nomLatin
                MOVE 0 TO zone_disponible
            END-IF
        END-IF.

        controler_zone_occupee_commande.
        IF seq_culture = 0
            MOVE 0 TO zone_disponible
        ELSE
            OPEN INPUT FCultures
            MOVE fz_numZone TO fcu_numZone
            MOVE fz_nomSerre TO fcu_nomSerre
            MOVE seq_culture TO fcu_sequence
            READ FCultures
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fcu_dateRecolte = 0
                        AND fcu_dateRecoltePrevue >=
                            date_semis_limite
                        MOVE 0 TO zone_disponible
                    END-IF
            END-READ
            CLOSE FCultures
        END-IF.

        ecrire_ligne_plan_commande.
        MOVE numero_plan TO fpl_numPlan
        MOVE fz_numZone TO fpl_numZone
        MOVE fz_nomSerre TO fpl_nomSerre
        MOVE fcc_nomLatin TO fpl_nomLatin
        MOVE date_semis_limite TO fpl_datePlantation
        MOVE date_recolte_visee TO fpl_dateRecoltePrevue
        MOVE 0 TO fpl_statut
        MOVE fs_idUtilisateur TO fpl_idUtilisateur
        MOVE SPACES TO fpl_variete
        WRITE tamp_fPlans
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO zones_allouees
                ADD 1 TO lignes_plan_creees
                PERFORM retenir_zone_planifiee
                MOVE "FPlans" TO fa_fichier
                MOVE SPACES TO fa_cible
                STRING fpl_cle " commande " fcc_numCommande
                    DELIMITED BY SIZE INTO fa_cible
                MOVE "AJOUT" TO fa_action
                PERFORM enregistrer_audit
        END-WRITE.

        rapport_commandes_non_couvertes.
        MOVE "COMMANDES CLIENTS NON COUVERTES" TO rapport_titre
        MOVE "manques" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE 0 TO compteur_commandes
        OPEN INPUT FCommandesClients
        OPEN INPUT FClients
        MOVE 0 TO fin_commandes
        PERFORM WITH TEST AFTER UNTIL fin_commandes = 1
                READ FCommandesClients NEXT
                AT END
                        MOVE 1 TO fin_commandes
                NOT AT END
                        IF commande_client_non_couverte
                            PERFORM emettre_commande_non_couverte
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FCommandesClients
        CLOSE FClients
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING compteur_commandes " ligne(s) de commande non"
            " couverte(s)" DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        emettre_commande_non_couverte.
        ADD 1 TO compteur_commandes
        MOVE fcc_numClient TO fcl_numClient
        READ FClients
            INVALID KEY
                MOVE SPACES TO fcl_nom
        END-READ
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Commande " fcc_numCommande " ligne " fcc_numLigne
            " client " fcc_numClient " " DELIMITED BY SIZE
            fcl_nom DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "  " fcc_nomLatin DELIMITED BY "  "
            ", quantite " fcc_quantite ", semaine du "
            fcc_semaineLivraison DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        IF fcc_zonesNecessaires > 0
            MOVE SPACES TO ligne_rapport
            STRING "  semis avant le " fcc_dateSemis ", zones "
                "necessaires " fcc_zonesNecessaires ", planifiees "
                fcc_zonesPlanifiees DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        MOVE SPACES TO ligne_rapport
        STRING "  motif : " fcc_motif DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne.
