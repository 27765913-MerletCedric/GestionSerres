        menu_expeditions.
        MOVE 0 TO fin_sous_menu
        PERFORM WITH TEST AFTER UNTIL fin_sous_menu = 1
                DISPLAY " "
                DISPLAY "------ CLIENTS ET EXPEDITIONS ------"
                DISPLAY "1. Ajouter un client"
                DISPLAY "2. Modifier un client"
                DISPLAY "3. Lister les clients"
                DISPLAY "4. Expedier des lots (bon de livraison)"
                DISPLAY "5. Livraisons de la semaine par client"
                DISPLAY "6. Recolte invendue en chambre froide"
                DISPLAY "7. Prix de vente d'un lot"
                DISPLAY "8. Marges des lots de la saison"
                DISPLAY "9. Lots en attente qualite"
                DISPLAY "10. Decision qualite sur un lot"
                DISPLAY "0. Retour"
                ACCEPT choix_sous_menu
                EVALUATE choix_sous_menu
                        WHEN 1
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM ajouter_client
                                END-IF
                        WHEN 2
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM modifier_client
                                END-IF
                        WHEN 3
                                PERFORM lister_clients
                        WHEN 4
                                PERFORM expedier_lots
                        WHEN 5
                                PERFORM rapport_livraisons_semaine
                        WHEN 6
                                PERFORM rapport_invendus
                        WHEN 7
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM fixer_prix_lot
                                END-IF
                        WHEN 8
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM rapport_marges_lots
                                END-IF
                        WHEN 9
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM lister_lots_en_attente
                                END-IF
                        WHEN 10
                                PERFORM verifier_droits_admin
                                IF est_admin
                                        PERFORM decider_qualite_lot
                                END-IF
                        WHEN 0
                                MOVE 1 TO fin_sous_menu
                        WHEN OTHER
                                DISPLAY "Choix invalide"
                END-EVALUATE
        END-PERFORM.

        ajouter_client.
        DISPLAY " "
        DISPLAY "-- AJOUTER UN CLIENT --"
        DISPLAY " "
        DISPLAY "Numero du client ? : "
        ACCEPT num_client
        OPEN I-O FClients
        MOVE num_client TO fcl_numClient
        READ FClients
            INVALID KEY
                PERFORM saisir_fiche_client
                WRITE tamp_fClients
                    INVALID KEY DISPLAY tamp_fClients
                    NOT INVALID KEY
                        DISPLAY "Client ajoute"
                        MOVE "FClients" TO fa_fichier
                        MOVE SPACES TO fa_cible
                        STRING fcl_numClient DELIMITED BY SIZE
                            INTO fa_cible
                        MOVE "AJOUT" TO fa_action
                        PERFORM enregistrer_audit
                END-WRITE
            NOT INVALID KEY
                DISPLAY "Ce numero de client existe deja"
        END-READ
        CLOSE FClients.

        saisir_fiche_client.
        DISPLAY "Nom du client ? : "
        ACCEPT fcl_nom
        DISPLAY "Adresse de livraison ? : "
        ACCEPT fcl_adresse
        DISPLAY "Contact (telephone, mail) ? : "
        ACCEPT fcl_contact.

        modifier_client.
        DISPLAY " "
        DISPLAY "-- MODIFIER UN CLIENT --"
        DISPLAY " "
        DISPLAY "Numero du client ? : "
        ACCEPT num_client
        OPEN I-O FClients
        MOVE num_client TO fcl_numClient
        READ FClients
            INVALID KEY
                DISPLAY "Aucun client avec ce numero"
            NOT INVALID KEY
                PERFORM afficher_un_client
                PERFORM saisir_fiche_client
                REWRITE tamp_fClients
                    INVALID KEY DISPLAY tamp_fClients
                    NOT INVALID KEY
                        DISPLAY "Client modifie"
                        MOVE "FClients" TO fa_fichier
                        MOVE SPACES TO fa_cible
                        STRING fcl_numClient DELIMITED BY SIZE
                            INTO fa_cible
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                END-REWRITE
        END-READ
        CLOSE FClients.

        afficher_un_client.
        DISPLAY "Client " fcl_numClient " : " fcl_nom
        DISPLAY "Adresse : " fcl_adresse
        DISPLAY "Contact : " fcl_contact
        DISPLAY "-------------------------------------".

        lister_clients.
        DISPLAY " "
        DISPLAY "-- LISTE DES CLIENTS --"
        DISPLAY " "
        MOVE 0 TO compteur_clients
        OPEN INPUT FClients
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FClients NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        ADD 1 TO compteur_clients
                        PERFORM afficher_un_client
                END-READ
        END-PERFORM
        CLOSE FClients
        DISPLAY compteur_clients " client(s)".

        verifier_client_existe.
        MOVE 0 TO client_ok
        OPEN INPUT FClients
        MOVE num_client TO fcl_numClient
        READ FClients
            INVALID KEY
                DISPLAY "Aucun client avec ce numero"
            NOT INVALID KEY
                MOVE 1 TO client_ok
        END-READ
        CLOSE FClients.

        saisir_client_lot.
        MOVE 0 TO client_ok
        PERFORM WITH TEST AFTER UNTIL client_ok = 1
            DISPLAY "Client destinataire du lot (0 si non"
                " attribue) ? : "
            ACCEPT num_client
            IF num_client = 0
                MOVE 1 TO client_ok
            ELSE
                PERFORM verifier_client_existe
            END-IF
        END-PERFORM.

        expedier_lots.
        DISPLAY " "
        DISPLAY "-- EXPEDIER DES LOTS --"
        DISPLAY " "
        DISPLAY "Numero du client ? : "
        ACCEPT num_client
        PERFORM verifier_client_existe
        IF client_ok = 1
            DISPLAY "Client : " fcl_nom
            ACCEPT date_jour FROM DATE YYYYMMDD
            MOVE 0 TO tli_nombre
            MOVE 0 TO bon_ecrit
            MOVE 0 TO fin_expedition
            OPEN I-O FLots
            OPEN I-O FLivraisons
            PERFORM WITH TEST AFTER UNTIL fin_expedition = 1
                DISPLAY "Numero du lot a expedier (0 pour"
                    " terminer) ? : "
                ACCEPT numero_lot
                IF numero_lot = 0
                    MOVE 1 TO fin_expedition
                ELSE
                    PERFORM expedier_un_lot
                END-IF
            END-PERFORM
            CLOSE FLots
            CLOSE FLivraisons
            IF tli_nombre = 0
                DISPLAY "Aucun lot expedie : pas de bon de"
                    " livraison"
            ELSE
                PERFORM imprimer_bon_livraison
                MOVE "FLivraisons" TO fa_fichier
                MOVE SPACES TO fa_cible
                STRING num_bon " client " num_client
                    DELIMITED BY SIZE INTO fa_cible
                MOVE "EXPEDITION" TO fa_action
                PERFORM enregistrer_audit
            END-IF
        END-IF.

        expedier_un_lot.
        MOVE numero_lot TO flo_numLot
        READ FLots
            INVALID KEY
                DISPLAY "Aucun lot avec ce numero"
            NOT INVALID KEY
                PERFORM controler_lot_expediable
                IF trouve = 1
                    PERFORM saisir_quantite_expediee
                END-IF
        END-READ.

        controler_lot_expediable.
        MOVE 1 TO trouve
        IF lot_expedie OR flo_quantiteRestante = 0
            MOVE 0 TO trouve
            DISPLAY "Ce lot est deja entierement expedie"
        END-IF
        IF trouve = 1 AND lot_non_expediable
            MOVE 0 TO trouve
            IF lot_bloque
                DISPLAY "Ce lot est en attente qualite : expedition"
                    " impossible"
            ELSE
                DISPLAY "Ce lot est rejete : expedition impossible"
            END-IF
        END-IF
        IF trouve = 1 AND tli_nombre >= 200
            MOVE 0 TO trouve
            DISPLAY "Bon de livraison complet (200 lignes)"
        END-IF
        IF trouve = 1 AND flo_numClient NOT = 0
            AND flo_numClient NOT = num_client
            DISPLAY "Ce lot etait attribue au client "
                flo_numClient
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "L'expedier quand meme ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
            IF choix = 2
                MOVE 0 TO trouve
            END-IF
        END-IF.

        saisir_quantite_expediee.
        DISPLAY "Lot " flo_numLot " : " flo_nomLatin
        DISPLAY "Quantite restante : " flo_quantiteRestante
        MOVE 0 TO quantite_expediee
        PERFORM WITH TEST AFTER
            UNTIL quantite_expediee > 0
                AND quantite_expediee <= flo_quantiteRestante
            DISPLAY "Quantite expediee ? : "
            ACCEPT quantite_expediee
        END-PERFORM
        PERFORM ecrire_ligne_livraison
        IF livraison_ecrite = 1
            SUBTRACT quantite_expediee FROM flo_quantiteRestante
            IF flo_quantiteRestante = 0
                MOVE 2 TO flo_statut
            ELSE
                MOVE 1 TO flo_statut
            END-IF
            REWRITE tamp_fLots
                INVALID KEY
                    MOVE cr_fLots TO statut_conflit
                    PERFORM signaler_conflit_enregistrement
                NOT INVALID KEY
                    ADD 1 TO tli_nombre
                    MOVE flo_numLot TO tli_numLot (tli_nombre)
                    MOVE flo_nomLatin TO tli_nomLatin (tli_nombre)
                    MOVE quantite_expediee TO
                        tli_quantite (tli_nombre)
                    DISPLAY "Lot ajoute au bon " num_bon
            END-REWRITE
        END-IF.

        ecrire_ligne_livraison.
        MOVE 0 TO livraison_ecrite
        IF bon_ecrit = 0
            MOVE 0 TO essais_bon
            PERFORM WITH TEST AFTER
                UNTIL bon_ecrit = 1 OR essais_bon >= 5
                ADD 1 TO essais_bon
                PERFORM allouer_numero_bon
                PERFORM preparer_ligne_livraison
                WRITE tamp_fLivraisons
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO bon_ecrit
                        MOVE 1 TO livraison_ecrite
                END-WRITE
            END-PERFORM
            IF bon_ecrit = 0
                DISPLAY "Bon non enregistre : numero toujours"
                    " pris par une autre session"
            END-IF
        ELSE
            PERFORM preparer_ligne_livraison
            WRITE tamp_fLivraisons
                INVALID KEY
                    DISPLAY "Ce lot figure deja sur le bon"
                NOT INVALID KEY
                    MOVE 1 TO livraison_ecrite
            END-WRITE
        END-IF.

        preparer_ligne_livraison.
        MOVE num_bon TO fli_numBon
        MOVE flo_numLot TO fli_numLot
        MOVE num_client TO fli_numClient
        MOVE date_jour TO fli_dateLivraison
        MOVE flo_nomLatin TO fli_nomLatin
        MOVE quantite_expediee TO fli_quantite
        MOVE id_uti TO fli_idUtilisateur.

        allouer_numero_bon.
        MOVE 0 TO num_bon
        MOVE 999999 TO fli_numBon
        START FLivraisons KEY IS NOT GREATER fli_numBon
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ FLivraisons PREVIOUS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE fli_numBon TO num_bon
                END-READ
        END-START
        ADD 1 TO num_bon.

        imprimer_bon_livraison.
        OPEN INPUT FClients
        MOVE num_client TO fcl_numClient
        READ FClients
            INVALID KEY
                MOVE "(client inconnu)" TO fcl_nom
                MOVE SPACES TO fcl_adresse
        END-READ
        CLOSE FClients
        MOVE "BON DE LIVRAISON" TO rapport_titre
        MOVE "livraison" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        STRING "Bon de livraison numero " num_bon " du "
            date_jour DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Client " num_client " : " DELIMITED BY SIZE
            fcl_nom DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Adresse : " fcl_adresse
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "Lot    Quantite Plante" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO total_client
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > tli_nombre
            ADD tli_quantite (j) TO total_client
            MOVE SPACES TO ligne_rapport
            STRING tli_numLot (j) " " tli_quantite (j) "    "
                DELIMITED BY SIZE
                tli_nomLatin (j) DELIMITED BY "  "
                INTO ligne_rapport
            PERFORM emettre_ligne
        END-PERFORM
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING tli_nombre " lot(s), quantite totale "
            total_client DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        rapport_livraisons_semaine.
        DISPLAY " "
        DISPLAY "-- LIVRAISONS DE LA SEMAINE PAR CLIENT --"
        DISPLAY " "
        MOVE "Premier jour de la semaine (AAAAMMJJ) ? : " TO
            libelle_saisie_date
        PERFORM saisir_date_controlee
        MOVE date_saisie TO date_debut
        MOVE date_debut TO date_calcul
        MOVE 6 TO nb_jours_ajout
        PERFORM ajouter_jours_date
        MOVE date_resultat TO date_fin
        MOVE "LIVRAISONS DE LA SEMAINE PAR CLIENT" TO rapport_titre
        MOVE "livraisons" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE SPACES TO ligne_rapport
        STRING "Semaine du " date_debut " au " date_fin
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO total_client
        MOVE 0 TO total_general
        MOVE 0 TO client_precedent
        MOVE 0 TO compteur_clients
        OPEN INPUT FLivraisons
        OPEN INPUT FClients
        MOVE 0 TO fli_numClient
        START FLivraisons KEY IS NOT LESS fli_numClient
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ FLivraisons NEXT
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fli_dateLivraison >= date_debut
                            AND fli_dateLivraison <= date_fin
                            PERFORM emettre_livraison_client
                        END-IF
                END-PERFORM
        END-START
        CLOSE FLivraisons
        CLOSE FClients
        IF compteur_clients > 0
            PERFORM emettre_total_client
        END-IF
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING compteur_clients " client(s) livre(s), quantite"
            " totale " total_general
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        emettre_livraison_client.
        IF compteur_clients = 0
            OR fli_numClient NOT = client_precedent
            IF compteur_clients > 0
                PERFORM emettre_total_client
            END-IF
            ADD 1 TO compteur_clients
            MOVE fli_numClient TO client_precedent
            MOVE 0 TO total_client
            MOVE fli_numClient TO fcl_numClient
            READ FClients
                INVALID KEY
                    MOVE "(client inconnu)" TO fcl_nom
            END-READ
            MOVE SPACES TO ligne_rapport
            STRING "=== Client " fli_numClient " " DELIMITED BY SIZE
                fcl_nom DELIMITED BY "  "
                " ===" DELIMITED BY SIZE
                INTO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        ADD fli_quantite TO total_client
        ADD fli_quantite TO total_general
        MOVE SPACES TO ligne_rapport
        STRING "  " fli_dateLivraison " bon " fli_numBon " lot "
            fli_numLot " qte " fli_quantite " " DELIMITED BY SIZE
            fli_nomLatin DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne.

        emettre_total_client.
        MOVE SPACES TO ligne_rapport
        STRING "  total client : " total_client
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne.

        rapport_invendus.
        DISPLAY " "
        DISPLAY "-- RECOLTE INVENDUE EN CHAMBRE FROIDE --"
        DISPLAY " "
        ACCEPT date_jour FROM DATE YYYYMMDD
        MOVE date_jour TO date_calcul
        PERFORM calculer_jours_date
        MOVE jours_calcul TO jours_aujourdhui
        MOVE 0 TO quantite_moins_8j
        MOVE 0 TO quantite_8_14j
        MOVE 0 TO quantite_15_30j
        MOVE 0 TO quantite_plus_30j
        MOVE 0 TO total_general
        MOVE 0 TO compteur_lots
        MOVE "RECOLTE INVENDUE PAR ANCIENNETE" TO rapport_titre
        MOVE "invendus" TO rapport_fichier
        PERFORM rapport_demarrer
        MOVE "Lot    Recolte  Age(j) Restant Plante" TO
            ligne_rapport
        PERFORM emettre_ligne
        OPEN INPUT FLots
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF NOT lot_expedie AND NOT lot_rejete
                            AND flo_quantiteRestante > 0
                            PERFORM emettre_lot_invendu
                        END-IF
                END-READ
        END-PERFORM
        CLOSE FLots
        MOVE "----------------------" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Moins de 8 jours   : " quantite_moins_8j
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "De 8 a 14 jours    : " quantite_8_14j
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "De 15 a 30 jours   : " quantite_15_30j
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING "Plus de 30 jours   : " quantite_plus_30j
            DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        STRING compteur_lots " lot(s) en stock, quantite totale "
            total_general DELIMITED BY SIZE INTO ligne_rapport
        PERFORM emettre_ligne
        PERFORM rapport_terminer.

        emettre_lot_invendu.
        ADD 1 TO compteur_lots
        ADD flo_quantiteRestante TO total_general
        MOVE flo_dateRecolte TO date_calcul
        PERFORM calculer_jours_date
        IF jours_calcul > jours_aujourdhui
            MOVE 0 TO age_lot
        ELSE
            COMPUTE age_lot = jours_aujourdhui - jours_calcul
        END-IF
        EVALUATE TRUE
            WHEN age_lot < 8
                ADD flo_quantiteRestante TO quantite_moins_8j
            WHEN age_lot < 15
                ADD flo_quantiteRestante TO quantite_8_14j
            WHEN age_lot < 31
                ADD flo_quantiteRestante TO quantite_15_30j
            WHEN OTHER
                ADD flo_quantiteRestante TO quantite_plus_30j
        END-EVALUATE
        MOVE SPACES TO ligne_rapport
        STRING flo_numLot " " flo_dateRecolte " " age_lot "  "
            flo_quantiteRestante "   " DELIMITED BY SIZE
            flo_nomLatin DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne.

        emettre_client_lot.
        MOVE SPACES TO ligne_rapport
        IF flo_numClient = 0
            MOVE "Client : non attribue" TO ligne_rapport
        ELSE
            OPEN INPUT FClients
            MOVE flo_numClient TO fcl_numClient
            READ FClients
                INVALID KEY
                    MOVE "(client inconnu)" TO fcl_nom
            END-READ
            CLOSE FClients
            STRING "Client : " flo_numClient " "
                DELIMITED BY SIZE
                fcl_nom DELIMITED BY "  "
                INTO ligne_rapport
        END-IF
        PERFORM emettre_ligne
        MOVE SPACES TO ligne_rapport
        EVALUATE TRUE
            WHEN lot_en_stock
                STRING "Statut : en stock, restant "
                    flo_quantiteRestante
                    DELIMITED BY SIZE INTO ligne_rapport
            WHEN lot_partiel
                STRING "Statut : partiellement expedie, restant "
                    flo_quantiteRestante
                    DELIMITED BY SIZE INTO ligne_rapport
            WHEN OTHER
                MOVE "Statut : expedie" TO ligne_rapport
        END-EVALUATE
        PERFORM emettre_ligne
        IF lot_bloque
            MOVE "Lot en attente qualite : expedition suspendue"
                TO ligne_rapport
            PERFORM emettre_ligne
        END-IF
        IF lot_rejete
            MOVE "Lot rejete : expedition interdite" TO
                ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        emettre_livraisons_lot.
        MOVE SPACES TO ligne_rapport
        PERFORM emettre_ligne
        MOVE "EXPEDITIONS DU LOT :" TO ligne_rapport
        PERFORM emettre_ligne
        MOVE 0 TO compteur_clients
        OPEN INPUT FLivraisons
        OPEN INPUT FClients
        MOVE flo_numLot TO fli_numLot
        START FLivraisons KEY IS EQUAL fli_numLot
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO fin_expedition
                PERFORM WITH TEST AFTER UNTIL fin_expedition = 1
                    READ FLivraisons NEXT
                    AT END
                        MOVE 1 TO fin_expedition
                    NOT AT END
                        IF fli_numLot NOT = flo_numLot
                            MOVE 1 TO fin_expedition
                        ELSE
                            PERFORM emettre_une_livraison_lot
                        END-IF
                END-PERFORM
        END-START
        CLOSE FLivraisons
        CLOSE FClients
        IF compteur_clients = 0
            MOVE "  (aucune expedition)" TO ligne_rapport
            PERFORM emettre_ligne
        END-IF.

        emettre_une_livraison_lot.
        ADD 1 TO compteur_clients
        MOVE fli_numClient TO fcl_numClient
        READ FClients
            INVALID KEY
                MOVE "(client inconnu)" TO fcl_nom
        END-READ
        MOVE SPACES TO ligne_rapport
        STRING "  " fli_dateLivraison " bon " fli_numBon " qte "
            fli_quantite " client " fli_numClient " "
            DELIMITED BY SIZE
            fcl_nom DELIMITED BY "  "
            INTO ligne_rapport
        PERFORM emettre_ligne.
