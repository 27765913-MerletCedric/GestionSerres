        durees_types_taches.
        DISPLAY " "
        DISPLAY "-- DUREES PREVUES PAR TYPE DE TACHE --"
        DISPLAY " "
        PERFORM lister_durees_taches
        IF est_admin
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Modifier une duree prevue ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 1
                PERFORM definir_duree_tache
            END-IF
        END-IF.

        lister_durees_taches.
        MOVE 0 TO compteur_taches
        OPEN INPUT FDureesTaches
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FDureesTaches NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        ADD 1 TO compteur_taches
                        PERFORM afficher_duree_tache
                END-READ
        END-PERFORM
        CLOSE FDureesTaches
        DISPLAY compteur_taches " type(s) de tache ; les autres"
            " comptent 1 heure".

        afficher_duree_tache.
        PERFORM calculer_duree_tache
        DISPLAY "Type : " fdt_type
        MOVE fdt_heuresPrevues TO heures_editees
        DISPLAY "  duree saisie " heures_editees " heure(s)"
        MOVE heures_moyennes_tache TO heures_editees
        DISPLAY "  " fdt_nbRealisations " realisation(s),"
            " moyenne " heures_editees " heure(s)"
        MOVE heures_prevues_tache TO heures_editees
        DISPLAY "  duree retenue au planning " heures_editees
            " heure(s)".

        calculer_duree_tache.
        MOVE 0 TO heures_moyennes_tache
        IF fdt_nbRealisations > 0
            COMPUTE heures_moyennes_tache ROUNDED =
                fdt_heuresCumulees / fdt_nbRealisations
        END-IF
        IF fdt_nbRealisations >= 3
            MOVE heures_moyennes_tache TO heures_prevues_tache
        ELSE
            IF fdt_heuresPrevues > 0
                MOVE fdt_heuresPrevues TO heures_prevues_tache
            ELSE
                IF fdt_nbRealisations > 0
                    MOVE heures_moyennes_tache TO
                        heures_prevues_tache
                ELSE
                    MOVE 1 TO heures_prevues_tache
                END-IF
            END-IF
        END-IF.

        estimer_duree_tache.
        MOVE fta_type TO fdt_type
        READ FDureesTaches
            INVALID KEY
                MOVE 1 TO heures_prevues_tache
            NOT INVALID KEY
                PERFORM calculer_duree_tache
        END-READ.

        definir_duree_tache.
        PERFORM choisir_type_tache
        OPEN I-O FDureesTaches
        MOVE type_tache TO fdt_type
        READ FDureesTaches
            INVALID KEY
                MOVE "AJOUT" TO fa_action
                MOVE 0 TO fdt_heuresCumulees
                MOVE 0 TO fdt_nbRealisations
            NOT INVALID KEY
                MOVE "MODIFICATION" TO fa_action
                PERFORM afficher_duree_tache
        END-READ
        MOVE type_tache TO fdt_type
        DISPLAY "Duree prevue (heures, ex. 1.5) ? : "
        ACCEPT fdt_heuresPrevues
        MOVE "FDureesTaches" TO fa_fichier
        MOVE fdt_type TO fa_cible
        IF fa_action = "AJOUT"
            WRITE tamp_fDureesTaches
                INVALID KEY
                    MOVE cr_fDureesTaches TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    DISPLAY "Duree enregistree"
                    PERFORM enregistrer_audit
            END-WRITE
        ELSE
            REWRITE tamp_fDureesTaches
                INVALID KEY
                    MOVE cr_fDureesTaches TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    DISPLAY "Duree modifiee"
                    PERFORM enregistrer_audit
            END-REWRITE
        END-IF
        CLOSE FDureesTaches.

        cumuler_duree_realisee.
        OPEN I-O FDureesTaches
        MOVE fta_type TO fdt_type
        READ FDureesTaches
            INVALID KEY
                MOVE 0 TO fdt_heuresPrevues
                MOVE fta_heuresReelles TO fdt_heuresCumulees
                MOVE 1 TO fdt_nbRealisations
                WRITE tamp_fDureesTaches
                    INVALID KEY
                        MOVE cr_fDureesTaches TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-WRITE
            NOT INVALID KEY
                ADD fta_heuresReelles TO fdt_heuresCumulees
                ADD 1 TO fdt_nbRealisations
                REWRITE tamp_fDureesTaches
                    INVALID KEY
                        MOVE cr_fDureesTaches TO statut_conflit
                        PERFORM signaler_conflit_enregistrement
                END-REWRITE
        END-READ
        CLOSE FDureesTaches.

        definir_heures_semaine.
        DISPLAY " "
        DISPLAY "-- HEURES DISPONIBLES PAR UTILISATEUR --"
        DISPLAY " "
        DISPLAY "Identifiant de l'utilisateur ? : "
        ACCEPT id_charge
        MOVE 0 TO trouve
        OPEN INPUT FUtilisateurs
        MOVE id_charge TO fu_idUtilisateur
        READ FUtilisateurs
            INVALID KEY
                DISPLAY "Utilisateur " id_charge " inconnu"
            NOT INVALID KEY
                IF compte_desactive
                    DISPLAY "Utilisateur " id_charge " desactive"
                ELSE
                    MOVE 1 TO trouve
                END-IF
        END-READ
        CLOSE FUtilisateurs
        IF trouve = 1
            OPEN I-O FParametres
            PERFORM lire_heures_semaine
            MOVE heures_semaine TO heures_editees
            DISPLAY fu_prenom " " fu_nom " : " heures_editees
                " heure(s) par semaine"
            DISPLAY "Heures disponibles par semaine ? : "
            ACCEPT heures_semaine
            MOVE "FParametres" TO fa_fichier
            MOVE fpa_code TO fa_cible
            READ FParametres
                INVALID KEY
                    MOVE heures_semaine TO fpa_valeur
                    WRITE tamp_fParametres
                        INVALID KEY
                            MOVE cr_fParametres TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            DISPLAY "Heures enregistrees"
                            MOVE "AJOUT" TO fa_action
                            PERFORM enregistrer_audit
                    END-WRITE
                NOT INVALID KEY
                    MOVE heures_semaine TO fpa_valeur
                    REWRITE tamp_fParametres
                        INVALID KEY
                            MOVE cr_fParametres TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            DISPLAY "Heures modifiees"
                            MOVE "MODIFICATION" TO fa_action
                            PERFORM enregistrer_audit
                    END-REWRITE
            END-READ
            CLOSE FParametres
        END-IF.

        lire_heures_semaine.
        MOVE SPACES TO fpa_code
        STRING "HEURES_SEMAINE_" id_charge DELIMITED BY SIZE
            INTO fpa_code
        READ FParametres
            INVALID KEY
                MOVE 35 TO heures_semaine
            NOT INVALID KEY
                MOVE fpa_valeur TO heures_semaine
        END-READ.

        saisir_semaine_charge.
        MOVE "Premier jour de la semaine (AAAAMMJJ) ? : " TO
            libelle_saisie_date
        PERFORM saisir_date_controlee
        MOVE date_saisie TO date_debut
        MOVE date_debut TO date_calcul
        PERFORM calculer_jours_date
        MOVE jours_calcul TO jours_debut_semaine
        MOVE 6 TO nb_jours_ajout
        PERFORM ajouter_jours_date
        MOVE date_resultat TO date_fin
        PERFORM charger_utilisateurs_charge
        PERFORM charger_taches_charge.

        charger_utilisateurs_charge.
        MOVE 0 TO tuc_nombre
        OPEN INPUT FUtilisateurs
        OPEN INPUT FParametres
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FUtilisateurs NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF NOT compte_desactive
                            PERFORM retenir_utilisateur_charge
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FUtilisateurs
        CLOSE FParametres.

        retenir_utilisateur_charge.
        IF tuc_nombre < 100
            ADD 1 TO tuc_nombre
            MOVE fu_idUtilisateur TO
                tuc_idUtilisateur (tuc_nombre)
            MOVE fu_nom TO tuc_nom (tuc_nombre)
            MOVE fu_idUtilisateur TO id_charge
            PERFORM lire_heures_semaine
            MOVE heures_semaine TO tuc_capacite (tuc_nombre)
            COMPUTE tuc_capaciteJour (tuc_nombre) ROUNDED =
                heures_semaine / 5
            MOVE 0 TO tuc_total (tuc_nombre)
            PERFORM VARYING jour_charge FROM 1 BY 1
                UNTIL jour_charge > 7
                MOVE 0 TO tuc_heures (tuc_nombre, jour_charge)
            END-PERFORM
        ELSE
            DISPLAY "Utilisateurs ignores au dela de 100"
        END-IF.

        charger_taches_charge.
        MOVE 0 TO ttc_nombre
        MOVE 0 TO taches_en_retard
        MOVE 0 TO taches_non_assignees
        MOVE 0 TO heures_non_assignees
        OPEN INPUT FTaches
        OPEN INPUT FSerres
        OPEN INPUT FDureesTaches
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FTaches NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fta_dateRealisation = 0
                            AND fta_dateEcheance <= date_fin
                            PERFORM retenir_tache_charge
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FTaches
        CLOSE FSerres
        CLOSE FDureesTaches.

        retenir_tache_charge.
        IF ttc_nombre < 300
            ADD 1 TO ttc_nombre
            MOVE fta_numTache TO ttc_numTache (ttc_nombre)
            MOVE fta_nomSerre TO ttc_nomSerre (ttc_nombre)
            MOVE fta_numZone TO ttc_numZone (ttc_nombre)
            MOVE fta_type TO ttc_type (ttc_nombre)
            MOVE fta_idUtilisateur TO
                ttc_idUtilisateur (ttc_nombre)
            IF fta_dateEcheance < date_debut
                MOVE 1 TO ttc_jour (ttc_nombre)
                ADD 1 TO taches_en_retard
            ELSE
                MOVE fta_dateEcheance TO date_calcul
                PERFORM calculer_jours_date
                COMPUTE ttc_jour (ttc_nombre) =
                    jours_calcul - jours_debut_semaine + 1
            END-IF
            PERFORM estimer_duree_tache
            MOVE heures_prevues_tache TO ttc_heures (ttc_nombre)
            MOVE 0 TO ttc_proprietaire (ttc_nombre)
            MOVE fta_nomSerre TO fs_nomSerre
            READ FSerres
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fs_idUtilisateur TO
                        ttc_proprietaire (ttc_nombre)
            END-READ
            MOVE fta_idUtilisateur TO id_charge
            PERFORM chercher_utilisateur_charge
            MOVE indice_trouve TO ttc_indice (ttc_nombre)
            MOVE ttc_jour (ttc_nombre) TO jour_charge
            IF indice_trouve = 0
                ADD 1 TO taches_non_assignees
                ADD heures_prevues_tache TO heures_non_assignees
            ELSE
                ADD heures_prevues_tache TO
                    tuc_heures (indice_trouve, jour_charge)
                ADD heures_prevues_tache TO
                    tuc_total (indice_trouve)
            END-IF
        ELSE
            DISPLAY "Taches ignorees au dela de 300"
        END-IF.

        chercher_utilisateur_charge.
        MOVE 0 TO indice_trouve
        PERFORM VARYING k FROM 1 BY 1 UNTIL k > tuc_nombre
            IF tuc_idUtilisateur (k) = id_charge
                MOVE k TO indice_trouve
            END-IF
        END-PERFORM.

        calculer_capacite_jour.
        MOVE 0 TO capacite_jour
        IF jour_charge <= 5
            MOVE tuc_capaciteJour (indice_capacite) TO
                capacite_jour
        END-IF.

        rapport_charge_semaine.
        DISPLAY " "
        DISPLAY "-- CHARGE DE TRAVAIL DE LA SEMAINE --"
        DISPLAY " "
        PERFORM saisir_semaine_charge
        MOVE "CHARGE DE TRAVAIL DE LA SEMAINE" TO rapport_titre
        MOVE "charge" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        STRING "Semaine du " date_debut " au " date_fin
            " (J1 = " date_debut ", J6-J7 = repos)"
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Utilisateur             "
            "   J1    J2    J3    J4    J5    J6    J7 "
            "   Total" DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > tuc_nombre
            IF est_admin OR tuc_idUtilisateur (j) = id_uti
                PERFORM emettre_charge_utilisateur
            END-IF
        END-PERFORM
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "! = heures prevues au-dela de la capacite du jour"
            TO ligne_rapport
        PERFORM emettre_ligne
        IF est_admin
            MOVE heures_non_assignees TO heures_charge_editees
            MOVE SPACES TO ligne_rapport
            STRING taches_non_assignees " tache(s) sans"
                " utilisateur actif, " heures_charge_editees
                " heure(s)" DELIMITED BY SIZE INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        MOVE SPACES TO ligne_rapport
        STRING taches_en_retard " tache(s) en retard comptee(s)"
            " en J1" DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        emettre_charge_utilisateur.
        MOVE SPACES TO ligne_charge
        STRING tuc_idUtilisateur (j) " " DELIMITED BY SIZE
            tuc_nom (j) DELIMITED BY "  "
            INTO lch_libelle
        MOVE j TO indice_capacite
        PERFORM VARYING jour_charge FROM 1 BY 1
            UNTIL jour_charge > 7
            MOVE tuc_heures (j, jour_charge) TO
                lch_heures (jour_charge)
            PERFORM calculer_capacite_jour
            IF tuc_heures (j, jour_charge) > capacite_jour
                MOVE "!" TO lch_marque (jour_charge)
            END-IF
        END-PERFORM
        MOVE tuc_total (j) TO lch_total
        MOVE ligne_charge TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_charge
        MOVE "    capacite" TO lch_libelle
        PERFORM VARYING jour_charge FROM 1 BY 1
            UNTIL jour_charge > 7
            PERFORM calculer_capacite_jour
            MOVE capacite_jour TO lch_heures (jour_charge)
        END-PERFORM
        MOVE tuc_capacite (j) TO lch_total
        MOVE ligne_charge TO ligne_rapport
        PERFORM emettre_ligne.

        equilibrer_taches.
        DISPLAY " "
        DISPLAY "-- EQUILIBRER LES TACHES DE LA SEMAINE --"
        DISPLAY " "
        PERFORM saisir_semaine_charge
        MOVE 0 TO taches_a_deplacer
        MOVE 0 TO taches_deplacees
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > ttc_nombre
            PERFORM examiner_tache_charge
        END-PERFORM
        DISPLAY taches_a_deplacer " tache(s) a deplacer, "
            taches_deplacees " deplacee(s)".

        examiner_tache_charge.
        MOVE SPACES TO motif_deplacement
        MOVE ttc_indice (j) TO indice_assigne
        MOVE ttc_jour (j) TO jour_charge
        IF indice_assigne = 0
            MOVE "sans utilisateur" TO motif_deplacement
        ELSE
            MOVE indice_assigne TO indice_capacite
            PERFORM calculer_capacite_jour
            IF tuc_heures (indice_assigne, jour_charge) >
                capacite_jour
                MOVE "utilisateur surcharge" TO motif_deplacement
            END-IF
        END-IF
        IF motif_deplacement NOT = SPACES
            ADD 1 TO taches_a_deplacer
            PERFORM choisir_cible_tache
            DISPLAY " "
            DISPLAY "Tache " ttc_numTache (j) " serre "
                ttc_nomSerre (j) " zone " ttc_numZone (j) " : "
                ttc_type (j)
            MOVE ttc_heures (j) TO heures_editees
            DISPLAY "  J" jour_charge ", " heures_editees
                " heure(s), utilisateur " ttc_idUtilisateur (j)
                " : " motif_deplacement
            IF indice_cible = 0
                DISPLAY "  aucun utilisateur disponible ce jour"
            ELSE
                PERFORM proposer_deplacement_tache
            END-IF
        END-IF.

        choisir_cible_tache.
        MOVE 0 TO indice_cible
        MOVE ttc_proprietaire (j) TO id_charge
        PERFORM chercher_utilisateur_charge
        IF indice_trouve > 0 AND indice_trouve NOT = indice_assigne
            MOVE indice_trouve TO indice_capacite
            PERFORM calculer_capacite_jour
            IF tuc_heures (indice_trouve, jour_charge)
                + ttc_heures (j) <= capacite_jour
                MOVE indice_trouve TO indice_cible
            END-IF
        END-IF
        IF indice_cible = 0
            PERFORM VARYING k FROM 1 BY 1 UNTIL k > tuc_nombre
                PERFORM evaluer_cible_tache
            END-PERFORM
        END-IF.

        evaluer_cible_tache.
        IF k NOT = indice_assigne
            MOVE k TO indice_capacite
            PERFORM calculer_capacite_jour
            IF tuc_heures (k, jour_charge) + ttc_heures (j)
                <= capacite_jour
                IF indice_cible = 0
                    OR tuc_heures (k, jour_charge) < charge_cible
                    OR (tuc_heures (k, jour_charge) = charge_cible
                    AND tuc_total (k) < tuc_total (indice_cible))
                    MOVE k TO indice_cible
                    MOVE tuc_heures (k, jour_charge) TO
                        charge_cible
                END-IF
            END-IF
        END-IF.

        proposer_deplacement_tache.
        IF tuc_idUtilisateur (indice_cible) = ttc_proprietaire (j)
            DISPLAY "  proposee au proprietaire de la serre, "
                "utilisateur " tuc_idUtilisateur (indice_cible)
                " " tuc_nom (indice_cible)
        ELSE
            DISPLAY "  proposee a l'utilisateur le moins charge, "
                tuc_idUtilisateur (indice_cible) " "
                tuc_nom (indice_cible)
        END-IF
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Deplacer la tache ? oui:1 non:2"
            ACCEPT choix
        END-PERFORM
        IF choix = 1
            PERFORM deplacer_tache_charge
        END-IF.

        deplacer_tache_charge.
        OPEN I-O FTaches
        MOVE ttc_numTache (j) TO fta_numTache
        READ FTaches
            INVALID KEY
                MOVE cr_fTaches TO statut_conflit
                PERFORM signaler_conflit_enregistrement
            NOT INVALID KEY
                IF fta_dateRealisation NOT = 0
                    OR fta_idUtilisateur NOT = ttc_idUtilisateur (j)
                    DISPLAY "Tache modifiee entre-temps :"
                        " deplacement abandonne"
                ELSE
                    MOVE tuc_idUtilisateur (indice_cible) TO
                        fta_idUtilisateur
                    REWRITE tamp_fTaches
                        INVALID KEY
                            MOVE cr_fTaches TO statut_conflit
                            PERFORM
                                signaler_conflit_enregistrement
                        NOT INVALID KEY
                            PERFORM enregistrer_deplacement_tache
                    END-REWRITE
                END-IF
        END-READ
        CLOSE FTaches.

        enregistrer_deplacement_tache.
        ADD 1 TO taches_deplacees
        DISPLAY "Tache deplacee"
        MOVE "FTaches" TO fa_fichier
        MOVE SPACES TO fa_cible
        STRING fta_numTache " reassignee a " fta_idUtilisateur
            DELIMITED BY SIZE INTO fa_cible
        MOVE "MODIFICATION" TO fa_action
        PERFORM enregistrer_audit
        IF indice_assigne > 0
            SUBTRACT ttc_heures (j) FROM
                tuc_heures (indice_assigne, jour_charge)
            SUBTRACT ttc_heures (j) FROM tuc_total (indice_assigne)
        END-IF
        ADD ttc_heures (j) TO tuc_heures (indice_cible, jour_charge)
        ADD ttc_heures (j) TO tuc_total (indice_cible)
        MOVE indice_cible TO ttc_indice (j)
        MOVE fta_idUtilisateur TO ttc_idUtilisateur (j)
        MOVE fta_idUtilisateur TO notif_destinataire
        MOVE SPACES TO notif_message
        STRING "Tache " fta_numTache " serre " fta_nomSerre
            " (echeance " fta_dateEcheance ") vous est confiee"
            DELIMITED BY SIZE INTO notif_message
        PERFORM emettre_notification.
