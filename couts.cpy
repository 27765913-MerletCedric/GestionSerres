        lire_taux_horaire.
        MOVE 0 TO taux_horaire
        OPEN INPUT FParametres
        MOVE "TAUX_HORAIRE" TO fpa_code
        READ FParametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpa_valeur TO taux_horaire
        END-READ
        CLOSE FParametres.

        definir_taux_horaire.
        DISPLAY " "
        DISPLAY "-- TAUX HORAIRE DE MAIN D'OEUVRE --"
        DISPLAY " "
        PERFORM lire_taux_horaire
        MOVE taux_horaire TO cout_edite
        DISPLAY "Taux horaire actuel : " cout_edite
        DISPLAY "Nouveau taux horaire (euros) ? : "
        ACCEPT taux_horaire
        OPEN I-O FParametres
        MOVE "TAUX_HORAIRE" TO fpa_code
        MOVE "FParametres" TO fa_fichier
        MOVE "TAUX_HORAIRE" TO fa_cible
        READ FParametres
            INVALID KEY
                MOVE taux_horaire TO fpa_valeur
                WRITE tamp_fParametres
                    INVALID KEY
                        MOVE cr_fParametres TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        DISPLAY "Taux horaire enregistre"
                        MOVE "AJOUT" TO fa_action
                        PERFORM enregistrer_audit
                END-WRITE
            NOT INVALID KEY
                MOVE taux_horaire TO fpa_valeur
                REWRITE tamp_fParametres
                    INVALID KEY
                        MOVE cr_fParametres TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        DISPLAY "Taux horaire modifie"
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                END-REWRITE
        END-READ
        CLOSE FParametres.

        fixer_prix_lot.
        DISPLAY " "
        DISPLAY "-- PRIX DE VENTE D'UN LOT --"
        DISPLAY " "
        DISPLAY "Numero du lot ? : "
        ACCEPT numero_lot
        OPEN I-O FLots
        MOVE numero_lot TO flo_numLot
        READ FLots
            INVALID KEY
                DISPLAY "Aucun lot avec ce numero"
            NOT INVALID KEY
                DISPLAY "Lot " flo_numLot " : " flo_nomLatin
                DISPLAY "Recolte le " flo_dateRecolte ", quantite "
                    flo_quantite
                MOVE flo_prixUnitaire TO prix_edite
                DISPLAY "Prix unitaire actuel : " prix_edite
                DISPLAY "Prix de vente unitaire (euros) ? : "
                ACCEPT flo_prixUnitaire
                REWRITE tamp_fLots
                    INVALID KEY
                        MOVE cr_fLots TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        DISPLAY "Prix de vente enregistre"
                        MOVE "FLots" TO fa_fichier
                        MOVE SPACES TO fa_cible
                        STRING flo_numLot " prix de vente"
                            DELIMITED BY SIZE INTO fa_cible
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                END-REWRITE
        END-READ
        CLOSE FLots.

        prix_revient_culture.
        DISPLAY " "
        DISPLAY "-- PRIX DE REVIENT D'UNE CULTURE --"
        DISPLAY " "
        PERFORM saisir_zone_existante
        IF trouve = 1
            DISPLAY "Numero de la culture dans la zone ? : "
            ACCEPT seq_culture
            MOVE 0 TO tpr_nombre
            OPEN INPUT FCultures
            MOVE fz_numZone TO fcu_numZone
            MOVE serre_actuelle TO fcu_nomSerre
            MOVE seq_culture TO fcu_sequence
            READ FCultures
                INVALID KEY
                    MOVE 0 TO trouve
                    DISPLAY "Aucune culture avec ce numero"
                NOT INVALID KEY
                    PERFORM retenir_culture_cout
            END-READ
            CLOSE FCultures
        END-IF
        IF trouve = 1
            PERFORM calculer_couts_cultures
            MOVE 1 TO rang_culture
            DISPLAY "Culture " tpr_sequence (1) " zone "
                tpr_numZone (1) " serre " tpr_nomSerre (1)
            DISPLAY "Plante : " tpr_nomLatin (1)
            DISPLAY "Plantee le " tpr_datePlantation (1)
                ", recoltee le " tpr_dateRecolte (1)
            MOVE tpr_coutIntrants (1) TO total_edite
            DISPLAY "Intrants sortis du stock : " total_edite
            MOVE tpr_coutTraitements (1) TO total_edite
            DISPLAY "Traitements appliques    : " total_edite
            MOVE tpr_coutMainOeuvre (1) TO total_edite
            DISPLAY "Main d'oeuvre            : " total_edite
            MOVE tpr_coutTotal (1) TO total_edite
            DISPLAY "Prix de revient total    : " total_edite
            IF tpr_quantite (1) > 0
                MOVE tpr_coutUnitaire (1) TO cout_edite
                DISPLAY "Quantite recoltee " tpr_quantite (1)
                    ", cout unitaire " cout_edite
            ELSE
                DISPLAY "Culture non recoltee : pas de cout"
                    " unitaire"
            END-IF
        END-IF.

        retenir_culture_cout.
        MOVE 0 TO rang_trouve
        IF tpr_nombre < 200
            ADD 1 TO tpr_nombre
            MOVE tpr_nombre TO rang_trouve
            MOVE fcu_numZone TO tpr_numZone (tpr_nombre)
            MOVE fcu_nomSerre TO tpr_nomSerre (tpr_nombre)
            MOVE fcu_sequence TO tpr_sequence (tpr_nombre)
            MOVE fcu_nomLatin TO tpr_nomLatin (tpr_nombre)
            MOVE fcu_datePlantation TO
                tpr_datePlantation (tpr_nombre)
            MOVE fcu_dateRecolte TO tpr_dateRecolte (tpr_nombre)
            MOVE fcu_quantiteRecolte TO tpr_quantite (tpr_nombre)
            MOVE 0 TO tpr_quantiteVendue (tpr_nombre)
            MOVE 0 TO tpr_coutIntrants (tpr_nombre)
            MOVE 0 TO tpr_coutTraitements (tpr_nombre)
            MOVE 0 TO tpr_coutMainOeuvre (tpr_nombre)
            MOVE 0 TO tpr_coutTotal (tpr_nombre)
            MOVE 0 TO tpr_coutUnitaire (tpr_nombre)
            MOVE 0 TO tpr_recette (tpr_nombre)
        ELSE
            DISPLAY "Cultures ignorees au dela de 200"
        END-IF.

        calculer_couts_cultures.
        PERFORM lire_taux_horaire
        OPEN INPUT FTraitements
        OPEN INPUT FProduits
        PERFORM cumuler_traitements_culture
            VARYING rang_culture FROM 1 BY 1
            UNTIL rang_culture > tpr_nombre
        CLOSE FTraitements
        CLOSE FProduits
        PERFORM cumuler_couts_intrants
        PERFORM cumuler_couts_main_oeuvre
        PERFORM finaliser_cout_culture
            VARYING rang_culture FROM 1 BY 1
            UNTIL rang_culture > tpr_nombre.

        cumuler_traitements_culture.
        MOVE tpr_numZone (rang_culture) TO ftr_numZone
        MOVE tpr_nomSerre (rang_culture) TO ftr_nomSerre
        MOVE tpr_sequence (rang_culture) TO ftr_sequence
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
                        IF ftr_numZone NOT = tpr_numZone (rang_culture)
                            OR ftr_nomSerre NOT =
                                tpr_nomSerre (rang_culture)
                            OR ftr_sequence NOT =
                                tpr_sequence (rang_culture)
                            MOVE 1 TO fin_zone
                        ELSE
                            MOVE ftr_produit TO fpr_nomProduit
                            READ FProduits
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD fpr_coutApplication TO
                                        tpr_coutTraitements
                                            (rang_culture)
                            END-READ
                        END-IF
                END-PERFORM
        END-START.

        cumuler_couts_intrants.
        OPEN INPUT FMouvements
        OPEN INPUT FStock
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FMouvements NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF mouvement_plantation
                            PERFORM chercher_culture_mouvement
                            IF rang_trouve > 0
                                PERFORM valoriser_mouvement_culture
                            END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FMouvements
        CLOSE FStock.

        chercher_culture_mouvement.
        MOVE 0 TO rang_trouve
        PERFORM comparer_culture_mouvement
            VARYING rang_culture FROM 1 BY 1
            UNTIL rang_culture > tpr_nombre OR rang_trouve > 0.

        comparer_culture_mouvement.
        IF tpr_numZone (rang_culture) = fmv_numZone
            AND tpr_nomSerre (rang_culture) = fmv_nomSerre
            AND tpr_sequence (rang_culture) = fmv_sequence
            AND fmv_date NOT < tpr_datePlantation (rang_culture)
            MOVE rang_culture TO rang_trouve
        END-IF.

        valoriser_mouvement_culture.
        MOVE fmv_nomLatin TO fst_nomLatin
        READ FStock
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE cout_calcule ROUNDED =
                    fmv_quantite * fst_coutUnitaire
                ADD cout_calcule TO tpr_coutIntrants (rang_trouve)
        END-READ.

        cumuler_couts_main_oeuvre.
        OPEN INPUT FTaches
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FTaches NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fta_dateRealisation NOT = 0
                            AND fta_heuresReelles > 0
                            AND fta_numZone NOT = 0
                            PERFORM chercher_culture_tache
                            IF rang_trouve > 0
                                COMPUTE cout_calcule ROUNDED =
                                    fta_heuresReelles * taux_horaire
                                ADD cout_calcule TO
                                    tpr_coutMainOeuvre (rang_trouve)
                            END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FTaches.

        chercher_culture_tache.
        MOVE 0 TO rang_trouve
        PERFORM comparer_culture_tache
            VARYING rang_culture FROM 1 BY 1
            UNTIL rang_culture > tpr_nombre OR rang_trouve > 0.

        comparer_culture_tache.
        IF tpr_numZone (rang_culture) = fta_numZone
            AND tpr_nomSerre (rang_culture) = fta_nomSerre
            AND tpr_datePlantation (rang_culture) <=
                fta_dateRealisation
            AND (tpr_dateRecolte (rang_culture) = 0
                OR fta_dateRealisation <=
                    tpr_dateRecolte (rang_culture))
            MOVE rang_culture TO rang_trouve
        END-IF.

        finaliser_cout_culture.
        COMPUTE tpr_coutTotal (rang_culture) =
            tpr_coutIntrants (rang_culture)
            + tpr_coutTraitements (rang_culture)
            + tpr_coutMainOeuvre (rang_culture)
        IF tpr_quantite (rang_culture) > 0
            COMPUTE tpr_coutUnitaire (rang_culture) ROUNDED =
                tpr_coutTotal (rang_culture)
                / tpr_quantite (rang_culture)
        ELSE
            MOVE 0 TO tpr_coutUnitaire (rang_culture)
        END-IF.

        rapport_marges_lots.
        DISPLAY " "
        DISPLAY "-- MARGES DES LOTS DE LA SAISON --"
        DISPLAY " "
        DISPLAY "Saison (annee AAAA) ? : "
        ACCEPT annee_marge
        MOVE 0 TO tpr_nombre
        MOVE 0 TO tmg_nombre
        OPEN INPUT FLots
        OPEN INPUT FCultures
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF flo_dateRecolte (1:4) = annee_marge
                            AND flo_prixUnitaire > 0
                            PERFORM retenir_lot_marge
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FLots
        CLOSE FCultures
        IF tmg_nombre = 0
            DISPLAY "Aucun lot avec un prix de vente pour cette"
                " saison"
        ELSE
            PERFORM calculer_couts_cultures
            PERFORM valoriser_lot_marge
                VARYING j FROM 1 BY 1 UNTIL j > tmg_nombre
            MOVE "MARGES DES LOTS DE LA SAISON" TO rapport_titre
            MOVE "marges" TO rapport_fichier
            PERFORM rapport_demarrer
            MOVE taux_horaire TO cout_edite
            MOVE SPACES TO ligne_rapport
            STRING "Saison " annee_marge ", taux horaire "
                cout_edite DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            PERFORM trier_marges_plante
            PERFORM emettre_marges_plante
            PERFORM trier_marges_serre
            PERFORM emettre_marges_serre
            PERFORM emettre_cultures_en_perte
            PERFORM rapport_terminer
        END-IF.

        retenir_lot_marge.
        IF tmg_nombre >= 200
            DISPLAY "Lots ignores au dela de 200"
        ELSE
            PERFORM chercher_culture_lot
            IF rang_trouve = 0
                MOVE flo_numZone TO fcu_numZone
                MOVE flo_nomSerre TO fcu_nomSerre
                MOVE flo_sequence TO fcu_sequence
                READ FCultures
                    INVALID KEY
                        MOVE flo_nomLatin TO fcu_nomLatin
                        MOVE 0 TO fcu_datePlantation
                        MOVE flo_dateRecolte TO fcu_dateRecolte
                        MOVE flo_quantite TO fcu_quantiteRecolte
                END-READ
                IF fcu_quantiteRecolte = 0
                    MOVE flo_quantite TO fcu_quantiteRecolte
                END-IF
                PERFORM retenir_culture_cout
            END-IF
            IF rang_trouve > 0
                ADD 1 TO tmg_nombre
                MOVE flo_numLot TO tmg_numLot (tmg_nombre)
                MOVE rang_trouve TO tmg_rang (tmg_nombre)
                MOVE flo_nomLatin TO tmg_nomLatin (tmg_nombre)
                MOVE flo_nomSerre TO tmg_nomSerre (tmg_nombre)
                MOVE flo_quantite TO tmg_quantite (tmg_nombre)
                MOVE flo_prixUnitaire TO tmg_prix (tmg_nombre)
                MOVE 0 TO tmg_cout (tmg_nombre)
                ADD flo_quantite TO tpr_quantiteVendue (rang_trouve)
                COMPUTE tpr_recette (rang_trouve) =
                    tpr_recette (rang_trouve)
                    + flo_quantite * flo_prixUnitaire
            END-IF
        END-IF.

        chercher_culture_lot.
        MOVE 0 TO rang_trouve
        PERFORM comparer_culture_lot
            VARYING rang_culture FROM 1 BY 1
            UNTIL rang_culture > tpr_nombre OR rang_trouve > 0.

        comparer_culture_lot.
        IF tpr_numZone (rang_culture) = flo_numZone
            AND tpr_nomSerre (rang_culture) = flo_nomSerre
            AND tpr_sequence (rang_culture) = flo_sequence
            MOVE rang_culture TO rang_trouve
        END-IF.

        valoriser_lot_marge.
        MOVE tmg_rang (j) TO rang_culture
        MOVE tpr_coutUnitaire (rang_culture) TO tmg_cout (j).

        trier_marges_plante.
        IF tmg_nombre > 1
            PERFORM VARYING j FROM 1 BY 1 UNTIL j = tmg_nombre
                PERFORM VARYING k FROM 1 BY 1 UNTIL k = tmg_nombre
                    IF tmg_nomLatin (k) > tmg_nomLatin (k + 1)
                        OR (tmg_nomLatin (k) = tmg_nomLatin (k + 1)
                        AND tmg_numLot (k) > tmg_numLot (k + 1))
                        PERFORM echanger_lignes_marge
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.

        trier_marges_serre.
        IF tmg_nombre > 1
            PERFORM VARYING j FROM 1 BY 1 UNTIL j = tmg_nombre
                PERFORM VARYING k FROM 1 BY 1 UNTIL k = tmg_nombre
                    IF tmg_nomSerre (k) > tmg_nomSerre (k + 1)
                        OR (tmg_nomSerre (k) = tmg_nomSerre (k + 1)
                        AND tmg_numLot (k) > tmg_numLot (k + 1))
                        PERFORM echanger_lignes_marge
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.

        echanger_lignes_marge.
        MOVE tmg_numLot (k) TO tmg_tmp_numLot
        MOVE tmg_rang (k) TO tmg_tmp_rang
        MOVE tmg_nomLatin (k) TO tmg_tmp_nomLatin
        MOVE tmg_nomSerre (k) TO tmg_tmp_nomSerre
        MOVE tmg_quantite (k) TO tmg_tmp_quantite
        MOVE tmg_prix (k) TO tmg_tmp_prix
        MOVE tmg_cout (k) TO tmg_tmp_cout
        MOVE tmg_numLot (k + 1) TO tmg_numLot (k)
        MOVE tmg_rang (k + 1) TO tmg_rang (k)
        MOVE tmg_nomLatin (k + 1) TO tmg_nomLatin (k)
        MOVE tmg_nomSerre (k + 1) TO tmg_nomSerre (k)
        MOVE tmg_quantite (k + 1) TO tmg_quantite (k)
        MOVE tmg_prix (k + 1) TO tmg_prix (k)
        MOVE tmg_cout (k + 1) TO tmg_cout (k)
        MOVE tmg_tmp_numLot TO tmg_numLot (k + 1)
        MOVE tmg_tmp_rang TO tmg_rang (k + 1)
        MOVE tmg_tmp_nomLatin TO tmg_nomLatin (k + 1)
        MOVE tmg_tmp_nomSerre TO tmg_nomSerre (k + 1)
        MOVE tmg_tmp_quantite TO tmg_quantite (k + 1)
        MOVE tmg_tmp_prix TO tmg_prix (k + 1)
        MOVE tmg_tmp_cout TO tmg_cout (k + 1).

        cumuler_marge_lot.
        COMPUTE marge_lot =
            (tmg_prix (j) - tmg_cout (j)) * tmg_quantite (j)
        ADD tmg_quantite (j) TO sous_total_quantite
        COMPUTE sous_total_recette = sous_total_recette
            + tmg_prix (j) * tmg_quantite (j)
        COMPUTE sous_total_cout = sous_total_cout
            + tmg_cout (j) * tmg_quantite (j)
        ADD marge_lot TO sous_total_marge.

        emettre_marges_plante.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "MARGES PAR PLANTE :" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO total_recette
        MOVE 0 TO total_cout
        MOVE 0 TO total_marge
        MOVE 0 TO sous_total_quantite
        MOVE 0 TO sous_total_recette
        MOVE 0 TO sous_total_cout
        MOVE 0 TO sous_total_marge
        MOVE SPACES TO plante_precedente
        PERFORM emettre_marge_lot
            VARYING j FROM 1 BY 1 UNTIL j > tmg_nombre
        PERFORM emettre_sous_total_plante
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE total_recette TO recette_editee
        MOVE total_cout TO total_edite
        MOVE total_marge TO marge_editee
        MOVE SPACES TO ligne_rapport
        STRING "TOTAL recette" recette_editee " cout" total_edite
            " marge" marge_editee DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne.

        emettre_marge_lot.
        IF j > 1 AND tmg_nomLatin (j) NOT = plante_precedente
            PERFORM emettre_sous_total_plante
        END-IF
        IF j = 1 OR tmg_nomLatin (j) NOT = plante_precedente
            MOVE tmg_nomLatin (j) TO plante_precedente
            MOVE SPACES TO ligne_rapport
            STRING "Plante : " tmg_nomLatin (j) DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        PERFORM cumuler_marge_lot
        MOVE tmg_cout (j) TO cout_edite
        MOVE tmg_prix (j) TO prix_edite
        MOVE marge_lot TO marge_editee
        MOVE SPACES TO ligne_rapport
        STRING "  " tmg_numLot (j) " serre " tmg_nomSerre (j)
            " qte " tmg_quantite (j) " cout" cout_edite
            " prix" prix_edite " marge" marge_editee
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.

        emettre_sous_total_plante.
        MOVE sous_total_recette TO recette_editee
        MOVE sous_total_cout TO total_edite
        MOVE sous_total_marge TO marge_editee
        MOVE SPACES TO ligne_rapport
        STRING "  sous-total qte " sous_total_quantite
            " recette" recette_editee " cout" total_edite
            " marge" marge_editee DELIMITED BY SIZE
            INTO ligne_rapport
        PERFORM emettre_ligne
        ADD sous_total_recette TO total_recette
        ADD sous_total_cout TO total_cout
        ADD sous_total_marge TO total_marge
        MOVE 0 TO sous_total_quantite
        MOVE 0 TO sous_total_recette
        MOVE 0 TO sous_total_cout
        MOVE 0 TO sous_total_marge.

        emettre_marges_serre.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "MARGES PAR SERRE :" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO sous_total_quantite
        MOVE 0 TO sous_total_recette
        MOVE 0 TO sous_total_cout
        MOVE 0 TO sous_total_marge
        MOVE tmg_nomSerre (1) TO serre_precedente
        PERFORM cumuler_marge_serre
            VARYING j FROM 1 BY 1 UNTIL j > tmg_nombre
        PERFORM emettre_sous_total_serre.

        cumuler_marge_serre.
        IF tmg_nomSerre (j) NOT = serre_precedente
            PERFORM emettre_sous_total_serre
            MOVE tmg_nomSerre (j) TO serre_precedente
        END-IF
        PERFORM cumuler_marge_lot.

        emettre_sous_total_serre.
        MOVE sous_total_recette TO recette_editee
        MOVE sous_total_cout TO total_edite
        MOVE sous_total_marge TO marge_editee
        MOVE SPACES TO ligne_rapport
        STRING "  Serre " serre_precedente " qte "
            sous_total_quantite " recette" recette_editee
            " cout" total_edite " marge" marge_editee
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO sous_total_quantite
        MOVE 0 TO sous_total_recette
        MOVE 0 TO sous_total_cout
        MOVE 0 TO sous_total_marge.

        emettre_cultures_en_perte.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "CULTURES EN PERTE SUR LA SAISON :" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO cultures_en_perte
        PERFORM controler_perte_culture
            VARYING rang_culture FROM 1 BY 1
            UNTIL rang_culture > tpr_nombre
        IF cultures_en_perte = 0
            MOVE "  (aucune)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        controler_perte_culture.
        COMPUTE cout_calcule = tpr_coutUnitaire (rang_culture)
            * tpr_quantiteVendue (rang_culture)
        IF tpr_recette (rang_culture) < cout_calcule
            ADD 1 TO cultures_en_perte
            COMPUTE marge_lot =
                tpr_recette (rang_culture) - cout_calcule
            MOVE marge_lot TO marge_editee
            MOVE SPACES TO ligne_rapport
            STRING "  Serre " tpr_nomSerre (rang_culture)
                " zone " tpr_numZone (rang_culture)
                " culture " tpr_sequence (rang_culture)
                " perte" marge_editee DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE SPACES TO ligne_rapport
            STRING "    " tpr_nomLatin (rang_culture)
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF.
