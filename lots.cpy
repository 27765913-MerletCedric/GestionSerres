                        MOVE flo_numLot TO numero_lot
                END-READ
        END-START
        MOVE "DERNIER_LOT" TO code_plancher
        MOVE numero_lot TO numero_plancher
        PERFORM appliquer_plancher_numero
        MOVE numero_plancher TO numero_lot
        ADD 1 TO numero_lot.

        creer_lot_recolte.
        PERFORM saisir_client_lot
        PERFORM evaluer_qualite_recolte
        MOVE 0 TO lot_ecrit
        MOVE 0 TO essais_lot
        OPEN I-O FLots
            MOVE fcu_nomLatin TO flo_nomLatin
            MOVE fcu_dateRecolte TO flo_dateRecolte
            MOVE fcu_quantiteRecolte TO flo_quantite
            MOVE num_client TO flo_numClient
            MOVE fcu_quantiteRecolte TO flo_quantiteRestante
            MOVE 0 TO flo_statut
            MOVE qualite_lot TO flo_qualite
            MOVE 0 TO flo_prixUnitaire
            WRITE tamp_fLots
                INVALID KEY
                    CONTINUE
            STRING numero_lot DELIMITED BY SIZE INTO fa_cible
            MOVE "AJOUT" TO fa_action
            PERFORM enregistrer_audit
            PERFORM historiser_creation_lot
        END-IF.

        fiche_tracabilite_lot.
        DISPLAY "Numero du lot ? : "
        ACCEPT numero_lot
        MOVE 0 TO trouve
        MOVE 0 TO lot_archive
        OPEN INPUT FLots
        MOVE numero_lot TO flo_numLot
        READ FLots
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 1 TO trouve
        END-READ
        CLOSE FLots
        IF trouve = 0
            PERFORM chercher_lot_archive
            IF lot_archive = 1
                MOVE 1 TO trouve
                DISPLAY "Lot archive (saison " annee_historique ")"
            ELSE
                DISPLAY "Aucun lot avec ce numero"
            END-IF
        END-IF
        IF trouve = 1
            MOVE 0 TO acces_serre_ok
            OPEN INPUT FSerres
            MOVE "lot" TO rapport_fichier
            PERFORM rapport_demarrer
            PERFORM emettre_entete_lot
            PERFORM emettre_livraisons_lot
            PERFORM emettre_qualite_lot
            PERFORM emettre_culture_lot
            PERFORM emettre_climat_lot
            PERFORM emettre_traitements_lot
        STRING "Lot numero " flo_numLot DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM emettre_client_lot
        MOVE SPACES TO ligne_rapport
        STRING "Plante : " flo_nomLatin DELIMITED BY SIZE
            INTO ligne_rapport

        emettre_culture_lot.
        MOVE 0 TO trouve
        IF lot_archive = 1
            PERFORM lire_culture_archivee
        ELSE
            OPEN INPUT FCultures
            MOVE flo_numZone TO fcu_numZone
            MOVE flo_nomSerre TO fcu_nomSerre
            MOVE flo_sequence TO fcu_sequence
            READ FCultures
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO trouve
            END-READ
            CLOSE FCultures
        END-IF
        IF trouve = 0
            MOVE "Culture absente du journal" TO ligne_rapport
            PERFORM emettre_ligne
        ELSE
            MOVE SPACES TO ligne_rapport
            STRING "Plantee le " fcu_datePlantation
                ", recolte prevue le "
                fcu_dateRecoltePrevue DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            IF fcu_variete NOT = SPACES
                PERFORM emettre_variete_lot
            END-IF
        END-IF.

        emettre_variete_lot.
        OPEN INPUT FVarietes
        PERFORM lire_variete_culture
        MOVE SPACES TO ligne_rapport
        STRING "Variete " fcu_variete DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        IF variete_ok = 1 AND fva_rendement > 0
            STRING "  culture recoltee " fcu_quantiteRecolte
                " pour un rendement attendu de " fva_rendement
                DELIMITED BY SIZE INTO ligne_rapport
        ELSE
            STRING "  culture recoltee " fcu_quantiteRecolte
                " (pas de rendement attendu pour la variete)"
                DELIMITED BY SIZE INTO ligne_rapport
        END-IF
        PERFORM emettre_ligne
        CLOSE FVarietes.

        emettre_climat_lot.
        MOVE SPACES TO ligne_rapport
        MOVE "TRAITEMENTS DE LA CULTURE :" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO compteur_traitements
        IF lot_archive = 1
            IF trouve = 1
                PERFORM emettre_traitements_archives_lot
            END-IF
        ELSE
            PERFORM emettre_traitements_vivants_lot
        END-IF
        IF compteur_traitements = 0
            MOVE "  (aucun traitement)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        emettre_traitements_vivants_lot.
        OPEN INPUT FTraitements
        MOVE flo_numZone TO ftr_numZone
        MOVE flo_nomSerre TO ftr_nomSerre
                            OR ftr_sequence NOT = flo_sequence
                            MOVE 1 TO fin_zone
                        ELSE
                            PERFORM emettre_un_traitement_lot
                        END-IF
                END-PERFORM
        END-START
        CLOSE FTraitements.

        emettre_un_traitement_lot.
        ADD 1 TO compteur_traitements
        MOVE SPACES TO ligne_rapport
        STRING "  " DELIMITED BY SIZE
            ftr_produit DELIMITED BY "  "
            " applique le " DELIMITED BY SIZE
            ftr_dateApplication
            ", delai " DELIMITED BY SIZE
            ftr_delaiJours
            " jour(s)" DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne.
