                DISPLAY "----- TRAITEMENTS PHYTOSANITAIRES -----"
                DISPLAY "1. Enregistrer un traitement"
                DISPLAY "2. Traitements d'une zone"
                DISPLAY "3. Ajouter un produit agree"
                DISPLAY "4. Modifier un produit agree"
                DISPLAY "5. Supprimer un produit agree"
                DISPLAY "6. Registre des produits agrees"
                DISPLAY "7. Registre annuel des traitements"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                                PERFORM enregistrer_traitement
                        WHEN 2
                                PERFORM lister_traitements_zone
                        WHEN 3
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM ajouter_produit
                                END-IF
                        WHEN 4
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM modifier_produit
                                END-IF
                        WHEN 5
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM supprimer_produit
                                END-IF
                        WHEN 6
                                PERFORM lister_produits
                        WHEN 7
                                PERFORM registre_traitements
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
            ELSE
                DISPLAY "Culture en cours : "
                    derniere_culture_plante
                PERFORM choisir_produit_agree
                IF produit_ok = 1
                    MOVE "Date d'application (AAAAMMJJ) ? : " TO
                        libelle_saisie_date
                    PERFORM saisir_date_controlee
                    MOVE date_saisie TO date_traitement
                    PERFORM controler_limites_produit
                    IF limites_ok = 1
                        PERFORM ecrire_traitement
                    END-IF
                END-IF
            END-IF
        END-IF.

        ecrire_traitement.
        DISPLAY "Delai avant recolte du registre : "
            delai_traitement " jour(s)"
        MOVE 0 TO traitement_ecrit
        MOVE 0 TO essais_traitement
        OPEN I-O FTraitements
        PERFORM WITH TEST AFTER
            UNTIL traitement_ecrit = 1
                OR essais_traitement >= 5
            ADD 1 TO essais_traitement
            PERFORM allouer_numero_traitement
            MOVE fz_numZone TO ftr_numZone
            MOVE serre_actuelle TO ftr_nomSerre
            MOVE seq_culture TO ftr_sequence
            MOVE num_traitement TO ftr_numTraitement
            MOVE produit_traitement TO ftr_produit
            MOVE date_traitement TO ftr_dateApplication
            MOVE delai_traitement TO ftr_delaiJours
            WRITE tamp_fTraitements
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO traitement_ecrit
            END-WRITE
        END-PERFORM
        CLOSE FTraitements
        IF traitement_ecrit = 0
            DISPLAY "Traitement non enregistre : numero"
                " toujours pris par une autre session"
        ELSE
            DISPLAY "Traitement enregistre"
            MOVE date_traitement TO date_calcul
            MOVE delai_traitement TO nb_jours_ajout
            PERFORM ajouter_jours_date
            DISPLAY "Recolte possible a partir du "
                date_resultat
            MOVE "FTraitements" TO fa_fichier
            MOVE SPACES TO fa_cible
            STRING ftr_cle DELIMITED BY SIZE
                INTO fa_cible
            MOVE "AJOUT" TO fa_action
            PERFORM enregistrer_audit
        END-IF.

        controler_limites_produit.
        MOVE 1 TO limites_ok
        MOVE 0 TO nb_applications
        MOVE date_traitement TO date_calcul
        PERFORM calculer_jours_date
        MOVE jours_calcul TO jours_application
        OPEN INPUT FTraitements
        MOVE fz_numZone TO ftr_numZone
        MOVE serre_actuelle TO ftr_nomSerre
        MOVE seq_culture TO ftr_sequence
        MOVE 0 TO ftr_numTraitement
        START FTraitements KEY IS NOT LESS ftr_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FTraitements NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF ftr_numZone NOT = fz_numZone
                            OR ftr_nomSerre NOT = serre_actuelle
                            OR ftr_sequence NOT = seq_culture
                            MOVE 1 TO Wfin
                        ELSE
                            IF ftr_produit = produit_traitement
                                PERFORM controler_une_application
                            END-IF
                        END-IF
                END-PERFORM
        END-START
        CLOSE FTraitements
        IF nb_applications >= max_applications
            MOVE 0 TO limites_ok
            DISPLAY "TRAITEMENT REFUSE : " nb_applications
                " application(s) deja faite(s) sur cette culture,"
                " maximum " max_applications
        END-IF.

        controler_une_application.
        ADD 1 TO nb_applications
        MOVE ftr_dateApplication TO date_calcul
        PERFORM calculer_jours_date
        IF jours_calcul > jours_application
            COMPUTE ecart_applications =
                jours_calcul - jours_application
        ELSE
            COMPUTE ecart_applications =
                jours_application - jours_calcul
        END-IF
        IF ecart_applications < intervalle_applications
            MOVE 0 TO limites_ok
            DISPLAY "TRAITEMENT REFUSE : application du "
                ftr_dateApplication " a moins de "
                intervalle_applications " jour(s)"
        END-IF.

        allouer_numero_traitement.
        MOVE 0 TO num_traitement
        MOVE fz_numZone TO ftr_numZone
            DISPLAY "Recolte possible a partir du "
                date_fin_delai
        END-IF.

        registre_traitements.
        DISPLAY " "
        DISPLAY "-- REGISTRE ANNUEL DES TRAITEMENTS --"
        DISPLAY " "
        DISPLAY "Quel est le nom de la serre ? : "
        ACCEPT fs_nomSerre
        MOVE fs_nomSerre TO serre_actuelle
        MOVE 0 TO trouve
        OPEN INPUT FSerres
        READ FSerres
            INVALID KEY
                DISPLAY "Aucune serre avec ce nom"
            NOT INVALID KEY
                PERFORM controler_acces_serre
                MOVE acces_serre_ok TO trouve
        END-READ
        CLOSE FSerres
        IF trouve = 1
            DISPLAY "Annee du registre (AAAA) ? : "
            ACCEPT annee_registre
            PERFORM charger_registre_traitements
            PERFORM trier_registre_traitements
            PERFORM chercher_operateurs_registre
            MOVE "REGISTRE DES TRAITEMENTS PHYTOSANITAIRES" TO
                rapport_titre
            MOVE "registre" TO rapport_fichier
            PERFORM rapport_demarrer
            PERFORM emettre_registre_traitements
            PERFORM rapport_terminer
        END-IF.

        charger_registre_traitements.
        MOVE 0 TO trg_nombre
        OPEN INPUT FTraitements
        OPEN INPUT FCultures
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FTraitements NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF ftr_nomSerre = serre_actuelle
                            AND ftr_dateApplication (1:4) =
                                annee_registre
                            PERFORM ajouter_ligne_registre
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FTraitements
        CLOSE FCultures
        PERFORM charger_registre_historique.

        ajouter_ligne_registre.
        IF trg_nombre < 200
            ADD 1 TO trg_nombre
            MOVE ftr_cle TO trg_cle (trg_nombre)
            MOVE ftr_dateApplication TO trg_date (trg_nombre)
            MOVE ftr_produit TO trg_produit (trg_nombre)
            MOVE ftr_delaiJours TO trg_delai (trg_nombre)
            MOVE 0 TO trg_operateur (trg_nombre)
            MOVE ftr_numZone TO fcu_numZone
            MOVE ftr_nomSerre TO fcu_nomSerre
            MOVE ftr_sequence TO fcu_sequence
            READ FCultures
                INVALID KEY
                    MOVE "(culture inconnue)" TO
                        trg_nomLatin (trg_nombre)
                NOT INVALID KEY
                    MOVE fcu_nomLatin TO trg_nomLatin (trg_nombre)
            END-READ
        ELSE
            DISPLAY "Traitements ignores au dela de 200"
        END-IF.

        trier_registre_traitements.
        IF trg_nombre > 1
            PERFORM VARYING j FROM 1 BY 1 UNTIL j = trg_nombre
                PERFORM VARYING k FROM 1 BY 1 UNTIL k = trg_nombre
                    IF trg_date (k) > trg_date (k + 1)
                        OR (trg_date (k) = trg_date (k + 1)
                        AND trg_cle (k) > trg_cle (k + 1))
                        MOVE trg_cle (k) TO trg_tmp_cle
                        MOVE trg_date (k) TO trg_tmp_date
                        MOVE trg_produit (k) TO trg_tmp_produit
                        MOVE trg_delai (k) TO trg_tmp_delai
                        MOVE trg_nomLatin (k) TO trg_tmp_plante
                        MOVE trg_operateur (k) TO trg_tmp_operateur
                        MOVE trg_cle (k + 1) TO trg_cle (k)
                        MOVE trg_date (k + 1) TO trg_date (k)
                        MOVE trg_produit (k + 1) TO
                            trg_produit (k)
                        MOVE trg_delai (k + 1) TO trg_delai (k)
                        MOVE trg_nomLatin (k + 1) TO
                            trg_nomLatin (k)
                        MOVE trg_operateur (k + 1) TO
                            trg_operateur (k)
                        MOVE trg_tmp_cle TO trg_cle (k + 1)
                        MOVE trg_tmp_date TO trg_date (k + 1)
                        MOVE trg_tmp_produit TO
                            trg_produit (k + 1)
                        MOVE trg_tmp_delai TO trg_delai (k + 1)
                        MOVE trg_tmp_plante TO
                            trg_nomLatin (k + 1)
                        MOVE trg_tmp_operateur TO
                            trg_operateur (k + 1)
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.

        chercher_operateurs_registre.
        IF trg_nombre > 0
            MOVE annee_registre TO annee_archive
            PERFORM chercher_operateurs_archive
            ADD 1 TO annee_archive
            PERFORM chercher_operateurs_archive
            OPEN INPUT FAudit
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FAudit NEXT
                    AT END
                            MOVE 1 TO Wfin
                    NOT AT END
                            PERFORM rapprocher_audit_registre
                    END-READ
            END-PERFORM
            CLOSE FAudit
        END-IF.

        chercher_operateurs_archive.
        MOVE 0 TO operateurs_manquants
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > trg_nombre
            IF trg_operateur (j) = 0
                ADD 1 TO operateurs_manquants
            END-IF
        END-PERFORM
        IF operateurs_manquants > 0
            MOVE SPACES TO nom_archive
            STRING "archive_audit_" annee_archive ".dat"
                DELIMITED BY SIZE INTO nom_archive
            OPEN INPUT FArchiveAudit
            IF cr_fArchiveAudit = 0 OR cr_fArchiveAudit = 5
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ FArchiveAudit
                        AT END
                                MOVE 1 TO Wfin
                        NOT AT END
                                MOVE enr_archiveAudit TO tamp_fAudit
                                PERFORM rapprocher_audit_registre
                        END-READ
                END-PERFORM
                CLOSE FArchiveAudit
            END-IF
        END-IF.

        rapprocher_audit_registre.
        IF fa_fichier = "FTraitements" AND fa_action = "AJOUT"
            PERFORM VARYING k FROM 1 BY 1 UNTIL k > trg_nombre
                IF trg_cle (k) = fa_cible (1:12)
                    AND fa_date >= trg_date (k)
                    AND trg_operateur (k) = 0
                    MOVE fa_idUtilisateur TO trg_operateur (k)
                END-IF
            END-PERFORM
        END-IF.

        emettre_registre_traitements.
        MOVE SPACES TO ligne_rapport
        STRING "Serre " serre_actuelle " - annee " annee_registre
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE "Date     Zone Plante / produit, delai avant recolte,"
            TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "              operateur" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        OPEN INPUT FUtilisateurs
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > trg_nombre
            MOVE SPACES TO ligne_rapport
            STRING trg_date (j) " " trg_cle (j) (1:3) "  "
                DELIMITED BY SIZE
                trg_nomLatin (j) DELIMITED BY "  "
                INTO ligne_rapport
            PERFORM emettre_ligne
            MOVE SPACES TO ligne_rapport
            STRING "              " trg_produit (j)
                DELIMITED BY SIZE
                ", " trg_delai (j) " jour(s)"
                DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
            PERFORM emettre_operateur_registre
        END-PERFORM
        CLOSE FUtilisateurs
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING trg_nombre " traitement(s) enregistre(s)"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.

        emettre_operateur_registre.
        MOVE SPACES TO ligne_rapport
        IF trg_operateur (j) = 0
            MOVE "              operateur non trace" TO
                ligne_rapport
        ELSE
            MOVE trg_operateur (j) TO fu_idUtilisateur
            READ FUtilisateurs
                INVALID KEY
                    STRING "              operateur "
                        trg_operateur (j) DELIMITED BY SIZE
                        INTO ligne_rapport
                NOT INVALID KEY
                    STRING "              operateur "
                        trg_operateur (j) " " DELIMITED BY SIZE
                        fu_prenom DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        fu_nom DELIMITED BY "  "
                        INTO ligne_rapport
            END-READ
        END-IF
        PERFORM emettre_ligne.
