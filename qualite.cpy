        proposer_recolte_forcee.
        IF quantite_recolte > 0 AND est_admin
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Forcer la recolte (lot mis en attente"
                    " qualite) ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                MOVE 1 TO delai_ok
                MOVE 1 TO recolte_forcee
            END-IF
        END-IF.

        evaluer_qualite_recolte.
        MOVE 0 TO qualite_lot
        MOVE 0 TO alertes_culture
        IF recolte_forcee = 1
            MOVE 1 TO qualite_lot
        END-IF
        OPEN INPUT FTaches
        MOVE fcu_nomSerre TO fta_nomSerre
        START FTaches KEY IS EQUAL fta_nomSerre
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_qualite
                PERFORM WITH TEST AFTER UNTIL fin_qualite = 1
                    READ FTaches NEXT
                    AT END
                        MOVE 1 TO fin_qualite
                    NOT AT END
                        IF fta_nomSerre NOT = fcu_nomSerre
                            MOVE 1 TO fin_qualite
                        ELSE
                            PERFORM compter_alerte_culture
                        END-IF
                END-PERFORM
        END-START
        CLOSE FTaches
        IF alertes_culture > 0
            MOVE 1 TO qualite_lot
        END-IF.

        compter_alerte_culture.
        IF fta_type = "alerte climat"
            AND fta_dateEcheance <= fcu_dateRecolte
            AND (fta_dateRealisation = 0
                OR fta_dateRealisation >= fcu_datePlantation)
            ADD 1 TO alertes_culture
        END-IF.

        historiser_creation_lot.
        IF qualite_lot = 0
            MOVE 0 TO qualite_nouvelle
            MOVE "Lot libre a la creation" TO motif_qualite
            PERFORM ecrire_historique_qualite
        ELSE
            DISPLAY "Lot " numero_lot " mis en attente qualite"
            MOVE 1 TO qualite_nouvelle
            IF recolte_forcee = 1
                MOVE SPACES TO motif_qualite
                STRING "Recolte forcee avant fin du delai de"
                    " traitement (" date_fin_delai ")"
                    DELIMITED BY SIZE INTO motif_qualite
                DISPLAY "  " motif_qualite
                PERFORM ecrire_historique_qualite
            END-IF
            IF alertes_culture > 0
                MOVE SPACES TO motif_qualite
                STRING alertes_culture " alerte(s) climat dans la"
                    " serre pendant la culture"
                    DELIMITED BY SIZE INTO motif_qualite
                DISPLAY "  " motif_qualite
                PERFORM ecrire_historique_qualite
            END-IF
            MOVE "FLots" TO fa_fichier
            MOVE SPACES TO fa_cible
            STRING numero_lot " en attente qualite"
                DELIMITED BY SIZE INTO fa_cible
            MOVE "BLOCAGE" TO fa_action
            PERFORM enregistrer_audit
        END-IF.

        ecrire_historique_qualite.
        MOVE 0 TO sequence_qualite
        OPEN I-O FQualiteLots
        MOVE numero_lot TO fql_numLot
        MOVE 999 TO fql_sequence
        START FQualiteLots KEY IS NOT GREATER fql_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ FQualiteLots PREVIOUS
                    AT END
                        CONTINUE
                    NOT AT END
                        IF fql_numLot = numero_lot
                            MOVE fql_sequence TO sequence_qualite
                        END-IF
                END-READ
        END-START
        ADD 1 TO sequence_qualite
        MOVE numero_lot TO fql_numLot
        MOVE sequence_qualite TO fql_sequence
        ACCEPT fql_date FROM DATE YYYYMMDD
        ACCEPT fql_heure FROM TIME
        MOVE id_uti TO fql_idUtilisateur
        MOVE qualite_nouvelle TO fql_qualite
        MOVE motif_qualite TO fql_motif
        WRITE tamp_fQualiteLots
            INVALID KEY
                MOVE cr_fQualiteLots TO statut_conflit
                PERFORM signaler_conflit_enregistrement
        END-WRITE
        CLOSE FQualiteLots.

        emettre_qualite_lot.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "HISTORIQUE QUALITE :" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE flo_qualite TO qualite_nouvelle
        PERFORM nommer_statut_qualite
        MOVE SPACES TO ligne_rapport
        STRING "  statut actuel : " libelle_qualite
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM emettre_evenements_qualite.

        emettre_evenements_qualite.
        MOVE 0 TO compteur_qualite
        OPEN INPUT FQualiteLots
        MOVE flo_numLot TO fql_numLot
        MOVE 0 TO fql_sequence
        START FQualiteLots KEY IS NOT LESS fql_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_qualite
                PERFORM WITH TEST AFTER UNTIL fin_qualite = 1
                    READ FQualiteLots NEXT
                    AT END
                        MOVE 1 TO fin_qualite
                    NOT AT END
                        IF fql_numLot NOT = flo_numLot
                            MOVE 1 TO fin_qualite
                        ELSE
                            ADD 1 TO compteur_qualite
                            PERFORM emettre_evenement_qualite
                        END-IF
                END-PERFORM
        END-START
        CLOSE FQualiteLots
        IF compteur_qualite = 0
            MOVE "  (aucun evenement qualite enregistre)" TO
                ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        emettre_evenement_qualite.
        MOVE fql_qualite TO qualite_nouvelle
        PERFORM nommer_statut_qualite
        MOVE SPACES TO ligne_rapport
        STRING "  " fql_date " utilisateur " fql_idUtilisateur
            " : " libelle_qualite DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "    " fql_motif DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne.

        nommer_statut_qualite.
        EVALUATE qualite_nouvelle
            WHEN 0
                MOVE "libere" TO libelle_qualite
            WHEN 1
                MOVE "en attente" TO libelle_qualite
            WHEN 2
                MOVE "rejete" TO libelle_qualite
            WHEN OTHER
                MOVE "inconnu" TO libelle_qualite
        END-EVALUATE.

        lister_lots_en_attente.
        DISPLAY " "
        DISPLAY "-- LOTS EN ATTENTE QUALITE --"
        DISPLAY " "
        MOVE "LOTS EN ATTENTE QUALITE" TO rapport_titre
        MOVE "qualite" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE 0 TO lots_en_attente
        OPEN INPUT FLots
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF lot_bloque
                            PERFORM emettre_lot_en_attente
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FLots
        MOVE SPACES TO ligne_rapport
        STRING lots_en_attente " lot(s) en attente de decision"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        emettre_lot_en_attente.
        ADD 1 TO lots_en_attente
        MOVE SPACES TO ligne_rapport
        STRING "Lot " flo_numLot " : " DELIMITED BY SIZE
            flo_nomLatin DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "  serre " flo_nomSerre " zone " flo_numZone
            ", recolte le " flo_dateRecolte ", restant "
            flo_quantiteRestante DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM emettre_evenements_qualite
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne.

        decider_qualite_lot.
        DISPLAY " "
        DISPLAY "-- DECISION QUALITE SUR UN LOT --"
        DISPLAY " "
        DISPLAY "Numero du lot ? : "
        ACCEPT numero_lot
        OPEN I-O FLots
        MOVE numero_lot TO flo_numLot
        READ FLots
            INVALID KEY
                DISPLAY "Aucun lot avec ce numero"
            NOT INVALID KEY
                PERFORM instruire_decision_qualite
        END-READ
        CLOSE FLots.

        instruire_decision_qualite.
        MOVE 0 TO lots_en_attente
        PERFORM emettre_lot_en_attente
        IF lot_rejete
            DISPLAY "Lot rejete : decision definitive"
        ELSE
        IF lot_expedie
            DISPLAY "Lot entierement expedie : plus de decision"
                " possible"
        ELSE
            MOVE flo_qualite TO qualite_lot
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 4
                DISPLAY "Decision : liberer:1 mettre ou maintenir"
                    " en attente:2 rejeter:3"
                ACCEPT choix
            END-PERFORM
            SUBTRACT 1 FROM choix GIVING qualite_nouvelle
            IF qualite_nouvelle = 0 AND qualite_lot = 0
                DISPLAY "Le lot est deja libere"
            ELSE
                MOVE SPACES TO commentaire_qualite
                PERFORM WITH TEST AFTER
                    UNTIL commentaire_qualite NOT = SPACES
                    DISPLAY "Commentaire de la decision ? : "
                    ACCEPT commentaire_qualite
                END-PERFORM
                IF qualite_nouvelle = qualite_lot
                    PERFORM enregistrer_decision_qualite
                ELSE
                    MOVE qualite_nouvelle TO flo_qualite
                    REWRITE tamp_fLots
                        INVALID KEY
                            MOVE cr_fLots TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            PERFORM enregistrer_decision_qualite
                    END-REWRITE
                END-IF
            END-IF
        END-IF
        END-IF.

        enregistrer_decision_qualite.
        MOVE flo_numLot TO numero_lot
        MOVE commentaire_qualite TO motif_qualite
        PERFORM ecrire_historique_qualite
        MOVE "FLots" TO fa_fichier
        MOVE SPACES TO fa_cible
        STRING flo_numLot " " commentaire_qualite
            DELIMITED BY SIZE INTO fa_cible
        EVALUATE TRUE
            WHEN qualite_nouvelle = qualite_lot
                MOVE "MAINTIEN" TO fa_action
            WHEN qualite_nouvelle = 0
                MOVE "LIBERATION" TO fa_action
            WHEN qualite_nouvelle = 1
                MOVE "BLOCAGE" TO fa_action
            WHEN OTHER
                MOVE "REJET" TO fa_action
        END-EVALUATE
        PERFORM enregistrer_audit
        PERFORM nommer_statut_qualite
        DISPLAY "Decision enregistree : lot " libelle_qualite.
