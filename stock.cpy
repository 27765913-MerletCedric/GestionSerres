                DISPLAY "3. Supprimer un article du stock"
                DISPLAY "4. Lister le stock"
                DISPLAY "5. Articles sous le seuil de commande"
                DISPLAY "6. Declarer une perte"
                DISPLAY "7. Inventaire physique"
                DISPLAY "8. Mouvements d'un article"
                DISPLAY "9. Commandes en cours"
                DISPLAY "10. Confirmer une commande"
                DISPLAY "11. Receptionner une commande"
                DISPLAY "12. Ajouter un fournisseur"
                DISPLAY "13. Modifier un fournisseur"
                DISPLAY "14. Lister les fournisseurs"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                PERFORM lister_stock
                        WHEN 5
                                PERFORM rapport_stock_bas
                        WHEN 6
                                PERFORM declarer_perte_stock
                        WHEN 7
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM inventaire_physique
                                END-IF
                        WHEN 8
                                PERFORM historique_article
                        WHEN 9
                                PERFORM lister_commandes
                        WHEN 10
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM confirmer_commande
                                END-IF
                        WHEN 11
                                PERFORM receptionner_commande
                        WHEN 12
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM ajouter_fournisseur
                                END-IF
                        WHEN 13
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM modifier_fournisseur
                                END-IF
                        WHEN 14
                                PERFORM lister_fournisseurs
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
                    ACCEPT fst_unite
                    DISPLAY "Seuil de commande ? : "
                    ACCEPT fst_seuil
                    PERFORM saisir_fournisseur_article
                    DISPLAY "Cout unitaire (euros) ? : "
                    ACCEPT fst_coutUnitaire
                    WRITE tamp_fStock
                        INVALID KEY DISPLAY tamp_fStock
                        NOT INVALID KEY
                            MOVE fst_nomLatin TO fa_cible
                            MOVE "AJOUT" TO fa_action
                            PERFORM enregistrer_audit
                            IF fst_quantite > 0
                                MOVE 4 TO mvt_type
                                MOVE "+" TO mvt_sens
                                MOVE fst_quantite TO mvt_quantite
                                MOVE "stock initial" TO mvt_motif
                                PERFORM enregistrer_mouvement
                            END-IF
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY "Cette plante est deja au stock"
                DISPLAY "Aucun article du stock pour cette plante"
            NOT INVALID KEY
                PERFORM afficher_un_article_stock
                MOVE fst_quantite TO quantite_ancienne
                DISPLAY "Nouvelle quantite en stock ? : "
                ACCEPT fst_quantite
                IF fst_quantite NOT = quantite_ancienne
                    DISPLAY "Motif de la correction ? : "
                    ACCEPT mvt_motif
                END-IF
                DISPLAY "Nouvelle unite ? : "
                ACCEPT fst_unite
                DISPLAY "Nouveau seuil de commande ? : "
                ACCEPT fst_seuil
                PERFORM saisir_fournisseur_article
                DISPLAY "Nouveau cout unitaire (euros) ? : "
                ACCEPT fst_coutUnitaire
                REWRITE tamp_fStock
                    INVALID KEY DISPLAY tamp_fStock
                    NOT INVALID KEY
                        MOVE fst_nomLatin TO fa_cible
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                        IF fst_quantite NOT = quantite_ancienne
                            MOVE 4 TO mvt_type
                            PERFORM calculer_ecart_stock
                            PERFORM enregistrer_mouvement
                        END-IF
                END-REWRITE
        END-READ
        CLOSE FStock.
        DISPLAY "Plante : " fst_nomLatin
        DISPLAY "Quantite : " fst_quantite " " fst_unite
        DISPLAY "Seuil de commande : " fst_seuil
        IF fst_numFournisseur NOT = 0
            DISPLAY "Fournisseur : " fst_numFournisseur
        END-IF
        MOVE fst_coutUnitaire TO cout_edite
        DISPLAY "Cout unitaire : " cout_edite
        DISPLAY "-------------------------------------".

        lister_stock.
        MOVE "stock" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE 0 TO compteur_articles
        MOVE 0 TO tcm_nombre
        OPEN INPUT FStock
        OPEN INPUT FCommandes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FStock NEXT
                                fst_seuil DELIMITED BY SIZE
                                INTO ligne_rapport
                            PERFORM emettre_ligne
                            PERFORM retenir_article_a_commander
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FStock
        CLOSE FCommandes
        MOVE SPACES TO ligne_rapport
        STRING compteur_articles " article(s) a commander"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        IF tcm_nombre > 0
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Preparer les commandes brouillon ?"
                    " oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                PERFORM generer_commandes_brouillon
            END-IF
        END-IF
        PERFORM rapport_terminer.

        retenir_article_a_commander.
        PERFORM chercher_commande_ouverte
        IF commande_ouverte = 1
            MOVE "  commande deja en cours" TO ligne_rapport
            PERFORM emettre_ligne
        ELSE
            IF tcm_nombre < 200
                ADD 1 TO tcm_nombre
                MOVE fst_nomLatin TO tcm_nomLatin (tcm_nombre)
                MOVE fst_numFournisseur TO
                    tcm_numFournisseur (tcm_nombre)
                COMPUTE quantite_a_commander =
                    2 * fst_seuil - fst_quantite
                IF quantite_a_commander > 99999
                    MOVE 99999 TO quantite_a_commander
                END-IF
                MOVE quantite_a_commander TO
                    tcm_quantite (tcm_nombre)
            ELSE
                DISPLAY "Articles ignores au dela de 200"
            END-IF
        END-IF.

        chercher_commande_ouverte.
        MOVE 0 TO commande_ouverte
        MOVE 0 TO fco_numCommande
        MOVE SPACES TO fco_nomLatin
        START FCommandes KEY IS NOT LESS fco_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_commande
                PERFORM WITH TEST AFTER UNTIL fin_commande = 1
                    READ FCommandes NEXT
                    AT END
                        MOVE 1 TO fin_commande
                    NOT AT END
                        IF fco_nomLatin = fst_nomLatin
                            AND NOT commande_recue
                            MOVE 1 TO commande_ouverte
                            MOVE 1 TO fin_commande
                        END-IF
                END-PERFORM
        END-START.

        generer_commandes_brouillon.
        PERFORM trier_articles_a_commander
        MOVE " " TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "COMMANDES BROUILLON" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO compteur_commandes
        MOVE 0 TO fournisseur_precedent
        ACCEPT date_jour FROM DATE YYYYMMDD
        OPEN I-O FCommandes
        OPEN INPUT FFournisseurs
        OPEN INPUT FStock
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > tcm_nombre
            IF tcm_numFournisseur (j) = 0
                MOVE SPACES TO ligne_rapport
                STRING "  sans fournisseur : " DELIMITED BY SIZE
                    tcm_nomLatin (j) DELIMITED BY "  "
                    INTO ligne_rapport
                PERFORM emettre_ligne
            ELSE
                IF tcm_numFournisseur (j) NOT = fournisseur_precedent
                    MOVE tcm_numFournisseur (j) TO
                        fournisseur_precedent
                    PERFORM ouvrir_commande_brouillon
                ELSE
                    PERFORM ajouter_ligne_commande
                END-IF
            END-IF
        END-PERFORM
        CLOSE FCommandes
        CLOSE FFournisseurs
        CLOSE FStock
        MOVE SPACES TO ligne_rapport
        STRING compteur_commandes " commande(s) brouillon a"
            " confirmer par un administrateur"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.

        trier_articles_a_commander.
        IF tcm_nombre > 1
            PERFORM VARYING j FROM 1 BY 1 UNTIL j = tcm_nombre
                PERFORM VARYING k FROM 1 BY 1 UNTIL k = tcm_nombre
                    IF tcm_numFournisseur (k) >
                        tcm_numFournisseur (k + 1)
                        MOVE tcm_nomLatin (k) TO tcm_tmp_plante
                        MOVE tcm_numFournisseur (k) TO
                            tcm_tmp_fournisseur
                        MOVE tcm_quantite (k) TO tcm_tmp_quantite
                        MOVE tcm_nomLatin (k + 1) TO
                            tcm_nomLatin (k)
                        MOVE tcm_numFournisseur (k + 1) TO
                            tcm_numFournisseur (k)
                        MOVE tcm_quantite (k + 1) TO
                            tcm_quantite (k)
                        MOVE tcm_tmp_plante TO tcm_nomLatin (k + 1)
                        MOVE tcm_tmp_fournisseur TO
                            tcm_numFournisseur (k + 1)
                        MOVE tcm_tmp_quantite TO
                            tcm_quantite (k + 1)
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.

        ouvrir_commande_brouillon.
        MOVE 0 TO commande_ecrite
        MOVE 0 TO essais_commande
        PERFORM WITH TEST AFTER
            UNTIL commande_ecrite = 1 OR essais_commande >= 5
            ADD 1 TO essais_commande
            PERFORM allouer_numero_commande
            PERFORM preparer_ligne_commande
            WRITE tamp_fCommandes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO commande_ecrite
            END-WRITE
        END-PERFORM
        IF commande_ecrite = 0
            DISPLAY "Commande non enregistree : numero toujours"
                " pris par une autre session"
        ELSE
            ADD 1 TO compteur_commandes
            MOVE fournisseur_precedent TO ffo_numFournisseur
            READ FFournisseurs
                INVALID KEY
                    MOVE "(fournisseur inconnu)" TO ffo_nom
            END-READ
            MOVE SPACES TO ligne_rapport
            STRING "Commande " num_commande " - fournisseur "
                fournisseur_precedent " " DELIMITED BY SIZE
                ffo_nom DELIMITED BY "  "
                INTO ligne_rapport
            PERFORM emettre_ligne
            PERFORM emettre_ligne_commande
            MOVE "FCommandes" TO fa_fichier
            MOVE SPACES TO fa_cible
            STRING num_commande DELIMITED BY SIZE INTO fa_cible
            MOVE "AJOUT" TO fa_action
            PERFORM enregistrer_audit
        END-IF.

        ajouter_ligne_commande.
        IF commande_ecrite = 1
            PERFORM preparer_ligne_commande
            WRITE tamp_fCommandes
                INVALID KEY DISPLAY tamp_fCommandes
                NOT INVALID KEY
                    PERFORM emettre_ligne_commande
            END-WRITE
        END-IF.

        preparer_ligne_commande.
        MOVE num_commande TO fco_numCommande
        MOVE tcm_nomLatin (j) TO fco_nomLatin
        MOVE tcm_numFournisseur (j) TO fco_numFournisseur
        MOVE tcm_quantite (j) TO fco_quantite
        MOVE 0 TO fco_quantiteRecue
        MOVE date_jour TO fco_dateCommande
        MOVE 0 TO fco_statut.

        emettre_ligne_commande.
        MOVE fco_nomLatin TO fst_nomLatin
        READ FStock
            INVALID KEY
                MOVE SPACES TO fst_unite
        END-READ
        MOVE SPACES TO ligne_rapport
        STRING "  " fco_quantite " " DELIMITED BY SIZE
            fst_unite DELIMITED BY "  "
            " " DELIMITED BY SIZE
            fco_nomLatin DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne.

        allouer_numero_commande.
        MOVE 0 TO num_commande
        MOVE 999999 TO fco_numCommande
        START FCommandes KEY IS NOT GREATER fco_numCommande
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ FCommandes PREVIOUS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE fco_numCommande TO num_commande
                END-READ
        END-START
        ADD 1 TO num_commande.

        decrementer_stock_plantation.
        OPEN I-O FStock
        MOVE nomLat TO fst_nomLatin
                DISPLAY "Plante absente du stock : pas de"
                    " decompte"
            NOT INVALID KEY
                MOVE fst_quantite TO quantite_ancienne
                DISPLAY "Combien d'unites utilisees ("
                    fst_unite ") ? : "
                ACCEPT quantite_stock
                        MOVE fst_nomLatin TO fa_cible
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                        IF fst_quantite NOT = quantite_ancienne
                            MOVE 2 TO mvt_type
                            PERFORM calculer_ecart_stock
                            MOVE fz_numZone TO mvt_numZone
                            MOVE serre_actuelle TO mvt_nomSerre
                            MOVE seq_culture TO mvt_sequence
                            PERFORM enregistrer_mouvement
                        END-IF
                END-REWRITE
        END-READ
        CLOSE FStock.

        saisir_fournisseur_article.
        MOVE 0 TO fournisseur_ok
        PERFORM WITH TEST AFTER UNTIL fournisseur_ok = 1
            DISPLAY "Numero du fournisseur (0 si aucun) ? : "
            ACCEPT num_fournisseur
            IF num_fournisseur = 0
                MOVE 1 TO fournisseur_ok
            ELSE
                PERFORM verifier_fournisseur_existe
            END-IF
        END-PERFORM
        MOVE num_fournisseur TO fst_numFournisseur.

        verifier_fournisseur_existe.
        MOVE 0 TO fournisseur_ok
        OPEN INPUT FFournisseurs
        MOVE num_fournisseur TO ffo_numFournisseur
        READ FFournisseurs
            INVALID KEY
                DISPLAY "Aucun fournisseur avec ce numero"
            NOT INVALID KEY
                MOVE 1 TO fournisseur_ok
        END-READ
        CLOSE FFournisseurs.

        calculer_ecart_stock.
        IF fst_quantite > quantite_ancienne
            MOVE "+" TO mvt_sens
            COMPUTE mvt_quantite = fst_quantite - quantite_ancienne
        ELSE
            MOVE "-" TO mvt_sens
            COMPUTE mvt_quantite = quantite_ancienne - fst_quantite
        END-IF.

        enregistrer_mouvement.
        MOVE 0 TO mouvement_ecrit
        MOVE 0 TO essais_mouvement
        OPEN I-O FMouvements
        PERFORM WITH TEST AFTER
            UNTIL mouvement_ecrit = 1 OR essais_mouvement >= 5
            ADD 1 TO essais_mouvement
            PERFORM allouer_numero_mouvement
            MOVE num_mouvement TO fmv_numMouvement
            MOVE fst_nomLatin TO fmv_nomLatin
            ACCEPT fmv_date FROM DATE YYYYMMDD
            ACCEPT fmv_heure FROM TIME
            MOVE mvt_type TO fmv_type
            MOVE mvt_sens TO fmv_sens
            MOVE mvt_quantite TO fmv_quantite
            MOVE fst_quantite TO fmv_solde
            MOVE id_uti TO fmv_idUtilisateur
            MOVE mvt_commande TO fmv_numCommande
            MOVE mvt_numZone TO fmv_numZone
            MOVE mvt_nomSerre TO fmv_nomSerre
            MOVE mvt_sequence TO fmv_sequence
            MOVE mvt_motif TO fmv_motif
            WRITE tamp_fMouvements
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO mouvement_ecrit
            END-WRITE
        END-PERFORM
        CLOSE FMouvements
        IF mouvement_ecrit = 0
            DISPLAY "Mouvement non enregistre : numero toujours"
                " pris par une autre session"
        END-IF
        MOVE 0 TO mvt_commande
        MOVE 0 TO mvt_numZone
        MOVE 0 TO mvt_nomSerre
        MOVE 0 TO mvt_sequence
        MOVE SPACES TO mvt_motif.

        allouer_numero_mouvement.
        MOVE 0 TO num_mouvement
        MOVE 999999 TO fmv_numMouvement
        START FMouvements KEY IS NOT GREATER fmv_numMouvement
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ FMouvements PREVIOUS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE fmv_numMouvement TO num_mouvement
                END-READ
        END-START
        ADD 1 TO num_mouvement.

        declarer_perte_stock.
        DISPLAY " "
        DISPLAY "-- DECLARER UNE PERTE DE STOCK --"
        DISPLAY " "
        DISPLAY "Quel est le nom latin de la plante ? : "
        ACCEPT nomLat
        OPEN I-O FStock
        MOVE nomLat TO fst_nomLatin
        READ FStock
            INVALID KEY
                DISPLAY "Aucun article du stock pour cette plante"
            NOT INVALID KEY
                PERFORM afficher_un_article_stock
                DISPLAY "Quantite perdue ? : "
                ACCEPT quantite_stock
                IF quantite_stock = 0
                    OR quantite_stock > fst_quantite
                    DISPLAY "Quantite invalide : entre 1 et "
                        fst_quantite
                ELSE
                    DISPLAY "Motif de la perte (casse, maladie,"
                        " ...) ? : "
                    ACCEPT mvt_motif
                    SUBTRACT quantite_stock FROM fst_quantite
                    REWRITE tamp_fStock
                        INVALID KEY
                            MOVE cr_fStock TO statut_conflit
                            PERFORM signaler_conflit_enregistrement
                        NOT INVALID KEY
                            DISPLAY "Perte enregistree, stock"
                                " restant : " fst_quantite " "
                                fst_unite
                            MOVE "FStock" TO fa_fichier
                            MOVE fst_nomLatin TO fa_cible
                            MOVE "PERTE" TO fa_action
                            PERFORM enregistrer_audit
                            MOVE 3 TO mvt_type
                            MOVE "-" TO mvt_sens
                            MOVE quantite_stock TO mvt_quantite
                            PERFORM enregistrer_mouvement
                    END-REWRITE
                END-IF
        END-READ
        CLOSE FStock.

        inventaire_physique.
        DISPLAY " "
        DISPLAY "-- INVENTAIRE PHYSIQUE DU STOCK --"
        DISPLAY " "
        DISPLAY "Saisir pour chaque article la quantite comptee"
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Commencer l'inventaire ? oui:1 non:2"
            ACCEPT choix
        END-PERFORM
        IF choix = 1
            MOVE 0 TO tiv_nombre
            MOVE 0 TO compteur_articles
            OPEN I-O FStock
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FStock NEXT
                    AT END
                            MOVE 1 TO Wfin
                    NOT AT END
                            ADD 1 TO compteur_articles
                            PERFORM compter_un_article
                    END-READ
            END-PERFORM
            CLOSE FStock
            MOVE "FStock" TO fa_fichier
            MOVE "inventaire physique" TO fa_cible
            MOVE "INVENTAIRE" TO fa_action
            PERFORM enregistrer_audit
            MOVE "ECARTS D'INVENTAIRE DU STOCK" TO rapport_titre
            MOVE "inventaire_stock" TO rapport_fichier
            PERFORM rapport_demarrer
            PERFORM emettre_ecarts_inventaire
            PERFORM rapport_terminer
        END-IF.

        compter_un_article.
        DISPLAY fst_nomLatin
        DISPLAY "  quantite theorique : " fst_quantite " " fst_unite
        DISPLAY "  quantite comptee ? : "
        ACCEPT quantite_comptee
        IF tiv_nombre < 200
            ADD 1 TO tiv_nombre
            MOVE fst_nomLatin TO tiv_nomLatin (tiv_nombre)
            MOVE fst_quantite TO tiv_theorique (tiv_nombre)
            MOVE quantite_comptee TO tiv_comptee (tiv_nombre)
        ELSE
            DISPLAY "Articles ignores au dela de 200"
        END-IF
        IF quantite_comptee NOT = fst_quantite
            MOVE fst_quantite TO quantite_ancienne
            MOVE quantite_comptee TO fst_quantite
            REWRITE tamp_fStock
                INVALID KEY
                    MOVE cr_fStock TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    MOVE 5 TO mvt_type
                    PERFORM calculer_ecart_stock
                    MOVE "inventaire physique" TO mvt_motif
                    PERFORM enregistrer_mouvement
            END-REWRITE
        END-IF.

        emettre_ecarts_inventaire.
        MOVE 0 TO compteur_mouvements
        MOVE "Article / theorique / compte / ecart" TO
            ligne_rapport
        PERFORM emettre_ligne
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > tiv_nombre
            IF tiv_comptee (j) NOT = tiv_theorique (j)
                ADD 1 TO compteur_mouvements
                IF tiv_comptee (j) > tiv_theorique (j)
                    MOVE "+" TO signe_ecart
                    COMPUTE ecart_inventaire =
                        tiv_comptee (j) - tiv_theorique (j)
                ELSE
                    MOVE "-" TO signe_ecart
                    COMPUTE ecart_inventaire =
                        tiv_theorique (j) - tiv_comptee (j)
                END-IF
                MOVE SPACES TO ligne_rapport
                STRING tiv_nomLatin (j) DELIMITED BY "  "
                    INTO ligne_rapport
                PERFORM emettre_ligne
                MOVE SPACES TO ligne_rapport
                STRING "  theorique " tiv_theorique (j)
                    " compte " tiv_comptee (j)
                    " ecart " signe_ecart ecart_inventaire
                    DELIMITED BY SIZE INTO ligne_rapport
                PERFORM emettre_ligne
            END-IF
        END-PERFORM
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING compteur_articles " article(s) compte(s), "
            compteur_mouvements " ecart(s) corrige(s)"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.

        historique_article.
        DISPLAY " "
        DISPLAY "-- MOUVEMENTS D'UN ARTICLE --"
        DISPLAY " "
        DISPLAY "Quel est le nom latin de la plante ? : "
        ACCEPT nomLat
        MOVE "MOUVEMENTS DE STOCK" TO rapport_titre
        MOVE "mouvements" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        STRING "Article : " DELIMITED BY SIZE
            nomLat DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE "Date     Heure Mouvement      Quantite Solde"
            TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO compteur_mouvements
        OPEN INPUT FMouvements
        MOVE nomLat TO fmv_nomLatin
        START FMouvements KEY IS EQUAL fmv_nomLatin
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FMouvements NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fmv_nomLatin NOT = nomLat
                            MOVE 1 TO Wfin
                        ELSE
                            PERFORM emettre_un_mouvement
                        END-IF
                END-PERFORM
        END-START
        CLOSE FMouvements
        MOVE SPACES TO ligne_rapport
        STRING compteur_mouvements " mouvement(s)"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        emettre_un_mouvement.
        ADD 1 TO compteur_mouvements
        PERFORM libelle_mouvement
        MOVE SPACES TO ligne_rapport
        STRING fmv_date " " fmv_heure (1:2) ":" fmv_heure (3:2)
            " " mvt_libelle " " fmv_sens fmv_quantite
            "   " fmv_solde " par " fmv_idUtilisateur
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        IF fmv_numCommande NOT = 0
            MOVE SPACES TO ligne_rapport
            STRING "  commande " fmv_numCommande
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        IF fmv_sequence NOT = 0
            MOVE SPACES TO ligne_rapport
            STRING "  culture zone " fmv_numZone " serre "
                fmv_nomSerre " no " fmv_sequence
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        IF fmv_motif NOT = SPACES
            MOVE SPACES TO ligne_rapport
            STRING "  motif : " fmv_motif
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        libelle_mouvement.
        EVALUATE TRUE
            WHEN mouvement_reception
                MOVE "reception" TO mvt_libelle
            WHEN mouvement_plantation
                MOVE "plantation" TO mvt_libelle
            WHEN mouvement_perte
                MOVE "perte" TO mvt_libelle
            WHEN mouvement_correction
                MOVE "correction" TO mvt_libelle
            WHEN mouvement_inventaire
                MOVE "inventaire" TO mvt_libelle
            WHEN OTHER
                MOVE "?" TO mvt_libelle
        END-EVALUATE.

        lister_commandes.
        DISPLAY " "
        DISPLAY "-- COMMANDES EN COURS --"
        DISPLAY " "
        MOVE 0 TO compteur_lignes
        OPEN INPUT FCommandes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCommandes NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF NOT commande_recue
                            ADD 1 TO compteur_lignes
                            PERFORM afficher_une_ligne_commande
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FCommandes
        DISPLAY compteur_lignes " ligne(s) de commande en cours".

        afficher_une_ligne_commande.
        DISPLAY "Commande " fco_numCommande " du " fco_dateCommande
            " fournisseur " fco_numFournisseur
        DISPLAY "  " fco_nomLatin
        IF commande_brouillon
            DISPLAY "  commande " fco_quantite " - brouillon"
        ELSE
            IF commande_confirmee
                DISPLAY "  commande " fco_quantite " recu "
                    fco_quantiteRecue " - confirmee"
            ELSE
                DISPLAY "  commande " fco_quantite " recu "
                    fco_quantiteRecue " - recue"
            END-IF
        END-IF
        DISPLAY "-------------------------------------".

        confirmer_commande.
        DISPLAY " "
        DISPLAY "-- CONFIRMER UNE COMMANDE --"
        DISPLAY " "
        DISPLAY "Numero de la commande ? : "
        ACCEPT num_commande
        MOVE 0 TO compteur_lignes
        MOVE 0 TO num_fournisseur
        OPEN INPUT FCommandes
        MOVE num_commande TO fco_numCommande
        MOVE SPACES TO fco_nomLatin
        START FCommandes KEY IS NOT LESS fco_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FCommandes NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fco_numCommande NOT = num_commande
                            MOVE 1 TO Wfin
                        ELSE
                            PERFORM afficher_une_ligne_commande
                            MOVE fco_numFournisseur TO
                                num_fournisseur
                            IF commande_brouillon
                                ADD 1 TO compteur_lignes
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FCommandes
        IF compteur_lignes = 0
            DISPLAY "Aucune ligne brouillon pour cette commande"
        ELSE
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Confirmer la commande aupres du"
                    " fournisseur ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                PERFORM valider_commande
            END-IF
        END-IF.

        valider_commande.
        MOVE "BON DE COMMANDE" TO rapport_titre
        MOVE "commande" TO rapport_fichier
        PERFORM rapport_demarrer
        OPEN INPUT FFournisseurs
        MOVE num_fournisseur TO ffo_numFournisseur
        READ FFournisseurs
            INVALID KEY
                MOVE "(fournisseur inconnu)" TO ffo_nom
                MOVE SPACES TO ffo_contact
        END-READ
        CLOSE FFournisseurs
        MOVE SPACES TO ligne_rapport
        STRING "Commande " num_commande " - fournisseur "
            num_fournisseur " " DELIMITED BY SIZE
            ffo_nom DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Contact : " ffo_contact
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO compteur_lignes
        OPEN I-O FCommandes
        OPEN INPUT FStock
        MOVE num_commande TO fco_numCommande
        MOVE SPACES TO fco_nomLatin
        START FCommandes KEY IS NOT LESS fco_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FCommandes NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fco_numCommande NOT = num_commande
                            MOVE 1 TO Wfin
                        ELSE
                            IF commande_brouillon
                                PERFORM confirmer_ligne_commande
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FCommandes
        CLOSE FStock
        MOVE SPACES TO ligne_rapport
        STRING compteur_lignes " ligne(s) confirmee(s)"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer
        MOVE "FCommandes" TO fa_fichier
        MOVE SPACES TO fa_cible
        STRING num_commande DELIMITED BY SIZE INTO fa_cible
        MOVE "CONFIRMATION" TO fa_action
        PERFORM enregistrer_audit.

        confirmer_ligne_commande.
        MOVE 1 TO fco_statut
        REWRITE tamp_fCommandes
            INVALID KEY
                MOVE cr_fCommandes TO statut_conflit
                PERFORM signaler_conflit_enregistrement
            NOT INVALID KEY
                ADD 1 TO compteur_lignes
                PERFORM emettre_ligne_commande
        END-REWRITE.

        receptionner_commande.
        DISPLAY " "
        DISPLAY "-- RECEPTIONNER UNE COMMANDE --"
        DISPLAY " "
        DISPLAY "Numero de la commande ? : "
        ACCEPT num_commande
        MOVE 0 TO trouve
        MOVE 0 TO compteur_lignes
        OPEN I-O FCommandes
        MOVE num_commande TO fco_numCommande
        MOVE SPACES TO fco_nomLatin
        START FCommandes KEY IS NOT LESS fco_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FCommandes NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fco_numCommande NOT = num_commande
                            MOVE 1 TO Wfin
                        ELSE
                            MOVE 1 TO trouve
                            IF commande_confirmee
                                PERFORM receptionner_ligne_commande
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FCommandes
        IF trouve = 0
            DISPLAY "Aucune commande avec ce numero"
        ELSE
            DISPLAY compteur_lignes " ligne(s) receptionnee(s)"
            IF compteur_lignes = 0
                DISPLAY "Seules les lignes confirmees et non"
                    " soldees peuvent etre receptionnees"
            END-IF
        END-IF.

        receptionner_ligne_commande.
        DISPLAY fco_nomLatin
        DISPLAY "  commande " fco_quantite " deja recu "
            fco_quantiteRecue
        DISPLAY "  quantite recue ce jour (0 si rien) ? : "
        ACCEPT quantite_stock
        IF quantite_stock > 0
            ADD quantite_stock TO fco_quantiteRecue
            IF fco_quantiteRecue >= fco_quantite
                MOVE 2 TO fco_statut
            END-IF
            REWRITE tamp_fCommandes
                INVALID KEY
                    MOVE cr_fCommandes TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    ADD 1 TO compteur_lignes
                    PERFORM entrer_reception_stock
            END-REWRITE
        END-IF.

        entrer_reception_stock.
        OPEN I-O FStock
        MOVE fco_nomLatin TO fst_nomLatin
        READ FStock
            INVALID KEY
                DISPLAY "  plante absente du stock : reception"
                    " non comptabilisee"
            NOT INVALID KEY
                ADD quantite_stock TO fst_quantite
                REWRITE tamp_fStock
                    INVALID KEY
                        MOVE cr_fStock TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                    NOT INVALID KEY
                        DISPLAY "  stock : " fst_quantite " "
                            fst_unite
                        MOVE "FStock" TO fa_fichier
                        MOVE fst_nomLatin TO fa_cible
                        MOVE "RECEPTION" TO fa_action
                        PERFORM enregistrer_audit
                        MOVE 1 TO mvt_type
                        MOVE "+" TO mvt_sens
                        MOVE quantite_stock TO mvt_quantite
                        MOVE fco_numCommande TO mvt_commande
                        PERFORM enregistrer_mouvement
                END-REWRITE
        END-READ
        CLOSE FStock.

        ajouter_fournisseur.
        DISPLAY " "
        DISPLAY "-- AJOUTER UN FOURNISSEUR --"
        DISPLAY " "
        DISPLAY "Numero du fournisseur ? : "
        ACCEPT num_fournisseur
        OPEN I-O FFournisseurs
        MOVE num_fournisseur TO ffo_numFournisseur
        READ FFournisseurs
            INVALID KEY
                PERFORM saisir_fiche_fournisseur
                WRITE tamp_fFournisseurs
                    INVALID KEY DISPLAY tamp_fFournisseurs
                    NOT INVALID KEY
                        DISPLAY "Fournisseur ajoute"
                        MOVE "FFournisseurs" TO fa_fichier
                        MOVE SPACES TO fa_cible
                        STRING ffo_numFournisseur DELIMITED BY SIZE
                            INTO fa_cible
                        MOVE "AJOUT" TO fa_action
                        PERFORM enregistrer_audit
                END-WRITE
            NOT INVALID KEY
                DISPLAY "Ce numero de fournisseur existe deja"
        END-READ
        CLOSE FFournisseurs.

        saisir_fiche_fournisseur.
        DISPLAY "Nom du fournisseur ? : "
        ACCEPT ffo_nom
        DISPLAY "Contact (telephone, mail) ? : "
        ACCEPT ffo_contact
        DISPLAY "Delai de livraison (jours) ? : "
        ACCEPT ffo_delaiLivraison.

        modifier_fournisseur.
        DISPLAY " "
        DISPLAY "-- MODIFIER UN FOURNISSEUR --"
        DISPLAY " "
        DISPLAY "Numero du fournisseur ? : "
        ACCEPT num_fournisseur
        OPEN I-O FFournisseurs
        MOVE num_fournisseur TO ffo_numFournisseur
        READ FFournisseurs
            INVALID KEY
                DISPLAY "Aucun fournisseur avec ce numero"
            NOT INVALID KEY
                PERFORM afficher_un_fournisseur
                PERFORM saisir_fiche_fournisseur
                REWRITE tamp_fFournisseurs
                    INVALID KEY DISPLAY tamp_fFournisseurs
                    NOT INVALID KEY
                        DISPLAY "Fournisseur modifie"
                        MOVE "FFournisseurs" TO fa_fichier
                        MOVE SPACES TO fa_cible
                        STRING ffo_numFournisseur DELIMITED BY SIZE
                            INTO fa_cible
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                END-REWRITE
        END-READ
        CLOSE FFournisseurs.

        afficher_un_fournisseur.
        DISPLAY "Fournisseur " ffo_numFournisseur " : " ffo_nom
        DISPLAY "Contact : " ffo_contact
        DISPLAY "Delai de livraison : " ffo_delaiLivraison
            " jour(s)"
        DISPLAY "-------------------------------------".

        lister_fournisseurs.
        DISPLAY " "
        DISPLAY "-- LISTE DES FOURNISSEURS --"
        DISPLAY " "
        MOVE 0 TO compteur_fournisseurs
        OPEN INPUT FFournisseurs
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FFournisseurs NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        ADD 1 TO compteur_fournisseurs
                        PERFORM afficher_un_fournisseur
                END-READ
        END-PERFORM
        CLOSE FFournisseurs
        DISPLAY compteur_fournisseurs " fournisseur(s)".
