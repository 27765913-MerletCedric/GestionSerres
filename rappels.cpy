        recherche_rappel.
        DISPLAY " "
        DISPLAY "-- RECHERCHE DE RAPPEL --"
        DISPLAY " "
        MOVE 0 TO critere_rappel
        PERFORM WITH TEST AFTER
            UNTIL critere_rappel > 0 AND critere_rappel < 4
            DISPLAY "Rappel sur produit:1 plante:2 serre:3"
            ACCEPT critere_rappel
        END-PERFORM
        EVALUATE critere_rappel
            WHEN 1
                DISPLAY "Nom du produit de traitement ? : "
                ACCEPT rappel_produit
            WHEN 2
                DISPLAY "Nom latin de la plante ? : "
                ACCEPT rappel_plante
            WHEN 3
                DISPLAY "Nom de la serre ? : "
                ACCEPT rappel_serre
        END-EVALUATE
        MOVE 0 TO rappel_debut
        MOVE 99999999 TO rappel_fin
        MOVE 0 TO choix
        IF critere_rappel = 3
            MOVE 1 TO choix
        ELSE
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Restreindre a une periode ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
        END-IF
        IF choix = 1
            MOVE "Debut de la periode (AAAAMMJJ) ? : " TO
                libelle_saisie_date
            PERFORM saisir_date_controlee
            MOVE date_saisie TO rappel_debut
            MOVE 0 TO rappel_fin
            PERFORM WITH TEST AFTER UNTIL rappel_fin >= rappel_debut
                MOVE "Fin de la periode (AAAAMMJJ) ? : " TO
                    libelle_saisie_date
                PERFORM saisir_date_controlee
                MOVE date_saisie TO rappel_fin
                IF rappel_fin < rappel_debut
                    DISPLAY "La fin doit suivre le debut"
                END-IF
            END-PERFORM
        END-IF
        PERFORM rechercher_lots_rappel
        IF tlr_nombre = 0
            DISPLAY "Aucun lot concerne"
        ELSE
            PERFORM emettre_rapport_rappel
            PERFORM proposer_blocage_rappel
            PERFORM proposer_export_rappel
        END-IF.

        rechercher_lots_rappel.
        MOVE 0 TO tlr_nombre
        MOVE 0 TO lots_archives_rappel
        MOVE 0 TO annee_rappel
        MOVE 0 TO culture_rappel_archivee
        OPEN INPUT FLots
        OPEN INPUT FCultures
        OPEN INPUT FTraitements
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        PERFORM examiner_lot_rappel
                END-READ
        END-PERFORM
        CLOSE FLots
        PERFORM lister_annees_historique
        PERFORM rechercher_rappel_annee
            VARYING rang_annee FROM 1 BY 1
            UNTIL rang_annee > tah_nombre
        CLOSE FCultures
        CLOSE FTraitements.

        rechercher_rappel_annee.
        MOVE tah_annee (rang_annee) TO annee_rappel
        MOVE annee_rappel TO annee_historique
        PERFORM nommer_fichiers_historique
        OPEN INPUT FHistLots
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FHistLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE hlo_lot TO tamp_fLots
                        PERFORM localiser_culture_rappel
                        PERFORM examiner_lot_rappel
                END-READ
        END-PERFORM
        CLOSE FHistLots
        MOVE 0 TO annee_rappel.

        localiser_culture_rappel.
        MOVE 0 TO trouve
        PERFORM lire_culture_archivee
        MOVE trouve TO culture_rappel_archivee.

        examiner_lot_rappel.
        MOVE 0 TO lot_retenu
        MOVE SPACES TO lien_rappel
        EVALUATE critere_rappel
            WHEN 1
                IF culture_rappel_archivee = 1
                    PERFORM chercher_traitement_archive_rappel
                ELSE
                    PERFORM chercher_traitement_rappel
                END-IF
            WHEN 2
                IF flo_nomLatin = rappel_plante
                    PERFORM controler_periode_lot
                END-IF
            WHEN 3
                IF flo_nomSerre = rappel_serre
                    PERFORM controler_periode_lot
                END-IF
        END-EVALUATE
        IF lot_retenu = 1
            IF tlr_nombre < 200
                ADD 1 TO tlr_nombre
                MOVE flo_numLot TO tlr_numLot (tlr_nombre)
                MOVE annee_rappel TO tlr_annee (tlr_nombre)
                MOVE lien_rappel TO tlr_lien (tlr_nombre)
                IF annee_rappel NOT = 0
                    ADD 1 TO lots_archives_rappel
                END-IF
            ELSE
                DISPLAY "Lots ignores au dela de 200"
            END-IF
        END-IF.

        controler_periode_lot.
        MOVE flo_dateRecolte TO debut_culture
        IF culture_rappel_archivee = 1
            IF fcu_datePlantation NOT = 0
                MOVE fcu_datePlantation TO debut_culture
            END-IF
        ELSE
            MOVE flo_numZone TO fcu_numZone
            MOVE flo_nomSerre TO fcu_nomSerre
            MOVE flo_sequence TO fcu_sequence
            READ FCultures
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fcu_datePlantation NOT = 0
                        MOVE fcu_datePlantation TO debut_culture
                    END-IF
            END-READ
        END-IF
        IF debut_culture <= rappel_fin
            AND flo_dateRecolte >= rappel_debut
            MOVE 1 TO lot_retenu
            STRING "culture du " debut_culture " au "
                flo_dateRecolte DELIMITED BY SIZE
                INTO lien_rappel
        END-IF.

        chercher_traitement_rappel.
        MOVE flo_numZone TO ftr_numZone
        MOVE flo_nomSerre TO ftr_nomSerre
        MOVE flo_sequence TO ftr_sequence
        MOVE 0 TO ftr_numTraitement
        START FTraitements KEY IS NOT LESS ftr_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FTraitements NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF ftr_numZone NOT = flo_numZone
                            OR ftr_nomSerre NOT = flo_nomSerre
                            OR ftr_sequence NOT = flo_sequence
                            MOVE 1 TO fin_zone
                        ELSE
                            PERFORM retenir_traitement_rappel
                        END-IF
                END-PERFORM
        END-START.

        chercher_traitement_archive_rappel.
        OPEN INPUT FHistTraitements
        MOVE flo_numZone TO htr_numZone
        MOVE flo_nomSerre TO htr_nomSerre
        MOVE flo_sequence TO htr_sequence
        MOVE fcu_datePlantation TO htr_datePlantation
        MOVE 0 TO htr_numTraitement
        START FHistTraitements KEY IS NOT LESS htr_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_zone
                PERFORM WITH TEST AFTER UNTIL fin_zone = 1
                    READ FHistTraitements NEXT
                    AT END
                        MOVE 1 TO fin_zone
                    NOT AT END
                        IF htr_numZone NOT = flo_numZone
                            OR htr_nomSerre NOT = flo_nomSerre
                            OR htr_sequence NOT = flo_sequence
                            OR htr_datePlantation NOT =
                                fcu_datePlantation
                            MOVE 1 TO fin_zone
                        ELSE
                            MOVE htr_traitement TO
                                tamp_fTraitements
                            PERFORM retenir_traitement_rappel
                        END-IF
                END-PERFORM
        END-START
        CLOSE FHistTraitements.

        retenir_traitement_rappel.
        IF ftr_produit = rappel_produit
            AND ftr_dateApplication >= rappel_debut
            AND ftr_dateApplication <= rappel_fin
            MOVE 1 TO lot_retenu
            MOVE 1 TO fin_zone
            MOVE SPACES TO lien_rappel
            STRING "traitement applique le " ftr_dateApplication
                DELIMITED BY SIZE INTO lien_rappel
        END-IF.

        emettre_rapport_rappel.
        MOVE "RAPPEL : LOTS DE RECOLTE CONCERNES" TO rapport_titre
        MOVE "rappel" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        EVALUATE critere_rappel
            WHEN 1
                STRING "Produit : " rappel_produit
                    DELIMITED BY SIZE INTO ligne_rapport
            WHEN 2
                STRING "Plante : " rappel_plante
                    DELIMITED BY SIZE INTO ligne_rapport
            WHEN 3
                STRING "Serre : " rappel_serre
                    DELIMITED BY SIZE INTO ligne_rapport
        END-EVALUATE
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Periode du " rappel_debut " au " rappel_fin
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO quantite_a_risque
        MOVE 0 TO quantite_restante_risque
        OPEN INPUT FLots
        PERFORM emettre_lot_rappel
            VARYING j FROM 1 BY 1 UNTIL j > tlr_nombre
        CLOSE FLots
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING tlr_nombre " lot(s) concerne(s), quantite a risque "
            quantite_a_risque DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "dont encore en stock " quantite_restante_risque
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        IF lots_archives_rappel > 0
            MOVE SPACES TO ligne_rapport
            STRING lots_archives_rappel " lot(s) archive(s) par la"
                " cloture de saison, non blocable(s)"
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        PERFORM rapport_terminer.

        lire_lot_rappel.
        MOVE 0 TO lot_rappel_lu
        IF tlr_annee (j) = 0
            MOVE tlr_numLot (j) TO flo_numLot
            READ FLots
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO lot_rappel_lu
            END-READ
        ELSE
            MOVE tlr_annee (j) TO annee_historique
            PERFORM nommer_fichiers_historique
            OPEN INPUT FHistLots
            MOVE tlr_numLot (j) TO hlo_numLot
            MOVE 0 TO hlo_dateRecolte
            START FHistLots KEY IS NOT LESS hlo_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ FHistLots NEXT
                        AT END
                            CONTINUE
                        NOT AT END
                            IF hlo_numLot = tlr_numLot (j)
                                MOVE hlo_lot TO tamp_fLots
                                MOVE 1 TO lot_rappel_lu
                            END-IF
                    END-READ
            END-START
            CLOSE FHistLots
        END-IF.

        emettre_lot_rappel.
        PERFORM lire_lot_rappel
        IF lot_rappel_lu = 1
                ADD flo_quantite TO quantite_a_risque
                ADD flo_quantiteRestante TO
                    quantite_restante_risque
                MOVE SPACES TO ligne_rapport
                PERFORM emettre_ligne
                MOVE SPACES TO ligne_rapport
                STRING "Lot " flo_numLot " serre " flo_nomSerre
                    " recolte le " flo_dateRecolte " quantite "
                    flo_quantite DELIMITED BY SIZE
                    INTO ligne_rapport
                PERFORM emettre_ligne
                MOVE SPACES TO ligne_rapport
                STRING "Plante : " flo_nomLatin DELIMITED BY SIZE
                    INTO ligne_rapport
                PERFORM emettre_ligne
                MOVE SPACES TO ligne_rapport
                STRING "Lien : " tlr_lien (j) DELIMITED BY SIZE
                    INTO ligne_rapport
                PERFORM emettre_ligne
                IF tlr_annee (j) NOT = 0
                    MOVE SPACES TO ligne_rapport
                    STRING "Lot archive (saison " tlr_annee (j)
                        ") : deja expedie, blocage impossible"
                        DELIMITED BY SIZE INTO ligne_rapport
                    PERFORM emettre_ligne
                END-IF
                PERFORM emettre_client_lot
                PERFORM emettre_livraisons_lot
        END-IF.

        proposer_blocage_rappel.
        IF lots_archives_rappel > 0
            DISPLAY lots_archives_rappel " lot(s) archive(s) : deja"
                " expedie(s), non blocable(s)"
        END-IF
        SUBTRACT lots_archives_rappel FROM tlr_nombre
            GIVING lots_bloques
        MOVE 0 TO choix
        IF lots_bloques > 0
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Bloquer ces " lots_bloques " lot(s) ?"
                    " oui:1 non:2"
                ACCEPT choix
            END-PERFORM
        END-IF
        IF choix = 1
            MOVE 0 TO lots_bloques
            OPEN I-O FLots
            PERFORM bloquer_lot_rappel
                VARYING j FROM 1 BY 1 UNTIL j > tlr_nombre
            CLOSE FLots
            DISPLAY lots_bloques " lot(s) bloque(s)"
        END-IF.

        bloquer_lot_rappel.
        MOVE tlr_numLot (j) TO flo_numLot
        READ FLots
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF lot_libre AND tlr_annee (j) = 0
                    MOVE 1 TO flo_qualite
                    REWRITE tamp_fLots
                        INVALID KEY
                            MOVE cr_fLots TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            ADD 1 TO lots_bloques
                            MOVE "FLots" TO fa_fichier
                            MOVE SPACES TO fa_cible
                            STRING flo_numLot " bloque (rappel)"
                                DELIMITED BY SIZE INTO fa_cible
                            MOVE "BLOCAGE" TO fa_action
                            PERFORM enregistrer_audit
                            MOVE flo_numLot TO numero_lot
                            MOVE 1 TO qualite_nouvelle
                            MOVE "Recherche de rappel produit" TO
                                motif_qualite
                            PERFORM ecrire_historique_qualite
                    END-REWRITE
                END-IF
        END-READ.

        proposer_export_rappel.
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Exporter la liste en CSV ? oui:1 non:2"
            ACCEPT choix
        END-PERFORM
        IF choix = 1
            MOVE "rappel" TO type_export
            PERFORM ouvrir_export_csv
            IF export_ok = 1
                MOVE SPACES TO enr_export
                STRING "lot;plante;serre;date_recolte;quantite_lot;"
                    "client;bon;date_livraison;quantite_livree;"
                    "lien" DELIMITED BY SIZE INTO enr_export
                WRITE enr_export
                OPEN INPUT FLots
                OPEN INPUT FLivraisons
                PERFORM exporter_lot_rappel
                    VARYING j FROM 1 BY 1 UNTIL j > tlr_nombre
                CLOSE FLots
                CLOSE FLivraisons
                PERFORM fermer_export_csv
            END-IF
        END-IF.

        exporter_lot_rappel.
        PERFORM lire_lot_rappel
        IF lot_rappel_lu = 1
                MOVE 0 TO compteur_clients
                MOVE flo_numLot TO fli_numLot
                START FLivraisons KEY IS EQUAL fli_numLot
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 0 TO fin_expedition
                        PERFORM WITH TEST AFTER
                            UNTIL fin_expedition = 1
                            READ FLivraisons NEXT
                            AT END
                                MOVE 1 TO fin_expedition
                            NOT AT END
                                IF fli_numLot NOT = flo_numLot
                                    MOVE 1 TO fin_expedition
                                ELSE
                                    ADD 1 TO compteur_clients
                                    MOVE fli_numClient TO
                                        rappel_client
                                    MOVE fli_numBon TO rappel_bon
                                    MOVE fli_dateLivraison TO
                                        rappel_dateLivraison
                                    MOVE fli_quantite TO
                                        rappel_quantiteLivree
                                    PERFORM ecrire_ligne_rappel_csv
                                END-IF
                        END-PERFORM
                END-START
                IF compteur_clients = 0
                    MOVE flo_numClient TO rappel_client
                    MOVE 0 TO rappel_bon
                    MOVE 0 TO rappel_dateLivraison
                    MOVE 0 TO rappel_quantiteLivree
                    PERFORM ecrire_ligne_rappel_csv
                END-IF
        END-IF.

        ecrire_ligne_rappel_csv.
        MOVE SPACES TO enr_export
        STRING flo_numLot ";" DELIMITED BY SIZE
            flo_nomLatin DELIMITED BY "  "
            ";" flo_nomSerre ";" flo_dateRecolte ";"
            flo_quantite ";" rappel_client ";" rappel_bon ";"
            rappel_dateLivraison ";" rappel_quantiteLivree ";"
            DELIMITED BY SIZE
            tlr_lien (j) DELIMITED BY "  "
            INTO enr_export
        WRITE enr_export
        ADD 1 TO compteur_export.
