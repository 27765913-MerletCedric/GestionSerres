                INTO notif_message
            PERFORM notifier_admins
        END-IF
        IF compteur_anomalies > 0 AND NOT execution_batch
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Lancer la reparation ? oui:1 non:2"
        DISPLAY " "
        ACCEPT date_sauvegarde FROM DATE YYYYMMDD
        DISPLAY "Sauvegarde du " date_sauvegarde
        MOVE 0 TO total_exportes
        MOVE 0 TO exports_en_erreur
        PERFORM exporter_plantes
        PERFORM exporter_utilisateurs
        PERFORM exporter_serres
        PERFORM exporter_plans
        PERFORM exporter_lots
        PERFORM exporter_calendrier
        PERFORM exporter_notifications
        PERFORM exporter_produits
        PERFORM exporter_fournisseurs
        PERFORM exporter_mouvements
        PERFORM exporter_commandes
        PERFORM exporter_clients
        PERFORM exporter_livraisons
        PERFORM exporter_consignes
        PERFORM exporter_alertes
        PERFORM exporter_parametres
        PERFORM exporter_commandes_clients
        PERFORM exporter_arrosages
        PERFORM exporter_varietes
        PERFORM exporter_durees_taches
        PERFORM exporter_qualite_lots.

        restaurer_fichiers.
        DISPLAY " "
            PERFORM restaurer_lots
            PERFORM restaurer_calendrier
            PERFORM restaurer_notifications
            PERFORM restaurer_produits
            PERFORM restaurer_fournisseurs
            PERFORM restaurer_mouvements
            PERFORM restaurer_commandes
            PERFORM restaurer_clients
            PERFORM restaurer_livraisons
            PERFORM restaurer_consignes
            PERFORM restaurer_alertes
            PERFORM restaurer_parametres
            PERFORM restaurer_commandes_clients
            PERFORM restaurer_arrosages
            PERFORM restaurer_varietes
            PERFORM restaurer_durees_taches
            PERFORM restaurer_qualite_lots
        END-IF.

        exporter_plantes.
        END-PERFORM
        CLOSE FPlantes
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " plantes exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FUtilisateurs
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " utilisateurs exportes vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FSerres
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " serres exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FZones
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " zones exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FCompatibilites
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " compatibilites exportees"
            " vers " nom_sauvegarde.

        END-PERFORM
        CLOSE FAudit
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " audits exportes vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FCultures
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " cultures exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FMesures
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " releves exportes vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FSyntheses
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " syntheses exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FStock
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " articles exportes vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FTaches
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " taches exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FTraitements
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " traitements exportes vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FPlans
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " lignes de plan exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FLots
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " lots exportes vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FCalendrier
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " fenetres exportees vers "
            nom_sauvegarde.

        END-PERFORM
        CLOSE FNotifications
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " notifications exportees vers "
            nom_sauvegarde.

            DISPLAY compteur_restaures " notifications restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_produits.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_produits_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FProduits
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FProduits NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fProduits TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FProduits
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " produits exportes vers "
            nom_sauvegarde.

        restaurer_produits.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_produits_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FProduits
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fProduits
                        WRITE tamp_fProduits
                            INVALID KEY DISPLAY tamp_fProduits
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FProduits
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " produits restaures"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_fournisseurs.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_fournisseurs_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FFournisseurs
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FFournisseurs NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fFournisseurs TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FFournisseurs
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " fournisseurs exportes vers "
            nom_sauvegarde.

        restaurer_fournisseurs.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_fournisseurs_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FFournisseurs
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fFournisseurs
                        WRITE tamp_fFournisseurs
                            INVALID KEY DISPLAY tamp_fFournisseurs
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FFournisseurs
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " fournisseurs restaures"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_mouvements.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_mouvements_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FMouvements
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FMouvements NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fMouvements TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FMouvements
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " mouvements exportes vers "
            nom_sauvegarde.

        restaurer_mouvements.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_mouvements_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FMouvements
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fMouvements
                        WRITE tamp_fMouvements
                            INVALID KEY DISPLAY tamp_fMouvements
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FMouvements
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " mouvements restaures"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_commandes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_commandes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FCommandes
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCommandes NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fCommandes TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FCommandes
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " commandes exportees vers "
            nom_sauvegarde.

        restaurer_commandes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_commandes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FCommandes
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fCommandes
                        WRITE tamp_fCommandes
                            INVALID KEY DISPLAY tamp_fCommandes
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FCommandes
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " commandes restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_clients.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_clients_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FClients
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FClients NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fClients TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FClients
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " clients exportes vers "
            nom_sauvegarde.

        restaurer_clients.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_clients_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FClients
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fClients
                        WRITE tamp_fClients
                            INVALID KEY DISPLAY tamp_fClients
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FClients
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " clients restaures"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_livraisons.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_livraisons_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FLivraisons
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FLivraisons NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fLivraisons TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FLivraisons
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " livraisons exportees vers "
            nom_sauvegarde.

        restaurer_livraisons.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_livraisons_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FLivraisons
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fLivraisons
                        WRITE tamp_fLivraisons
                            INVALID KEY DISPLAY tamp_fLivraisons
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FLivraisons
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " livraisons restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_consignes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_consignes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FConsignes
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FConsignes NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fConsignes TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FConsignes
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " consignes exportees vers "
            nom_sauvegarde.

        restaurer_consignes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_consignes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FConsignes
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fConsignes
                        WRITE tamp_fConsignes
                            INVALID KEY DISPLAY tamp_fConsignes
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FConsignes
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " consignes restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_alertes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_alertes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FAlertes
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FAlertes NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fAlertes TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FAlertes
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " alertes exportees vers "
            nom_sauvegarde.

        restaurer_alertes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_alertes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FAlertes
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fAlertes
                        WRITE tamp_fAlertes
                            INVALID KEY DISPLAY tamp_fAlertes
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FAlertes
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " alertes restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_parametres.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_parametres_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FParametres
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FParametres NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fParametres TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FParametres
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " parametres exportes vers "
            nom_sauvegarde.

        restaurer_parametres.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_parametres_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FParametres
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fParametres
                        WRITE tamp_fParametres
                            INVALID KEY DISPLAY tamp_fParametres
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FParametres
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " parametres restaures"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_commandes_clients.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_commandes_clients_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FCommandesClients
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FCommandesClients NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fCommandesClients TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FCommandesClients
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " commandes clients exportees"
            " vers " nom_sauvegarde.

        restaurer_commandes_clients.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_commandes_clients_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FCommandesClients
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fCommandesClients
                        WRITE tamp_fCommandesClients
                            INVALID KEY DISPLAY tamp_fCommandesClients
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FCommandesClients
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " commandes clients"
                " restaurees depuis " nom_sauvegarde
        END-IF.

        exporter_arrosages.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_arrosages_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FArrosages
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FArrosages NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fArrosages TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FArrosages
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " arrosages exportes vers "
            nom_sauvegarde.

        restaurer_arrosages.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_arrosages_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FArrosages
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fArrosages
                        WRITE tamp_fArrosages
                            INVALID KEY DISPLAY tamp_fArrosages
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FArrosages
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " arrosages restaures"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_varietes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_varietes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FVarietes
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FVarietes NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fVarietes TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FVarietes
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " varietes exportees vers "
            nom_sauvegarde.

        restaurer_varietes.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_varietes_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FVarietes
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fVarietes
                        WRITE tamp_fVarietes
                            INVALID KEY DISPLAY tamp_fVarietes
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FVarietes
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " varietes restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_durees_taches.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_durees_taches_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FDureesTaches
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FDureesTaches NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fDureesTaches TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FDureesTaches
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " durees de taches exportees vers "
            nom_sauvegarde.

        restaurer_durees_taches.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_durees_taches_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FDureesTaches
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fDureesTaches
                        WRITE tamp_fDureesTaches
                            INVALID KEY DISPLAY tamp_fDureesTaches
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FDureesTaches
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " durees de taches restaurees"
                " depuis " nom_sauvegarde
        END-IF.

        exporter_qualite_lots.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_qualite_lots_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_exportes
        OPEN INPUT FQualiteLots
        OPEN OUTPUT FSauvegarde
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FQualiteLots NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE tamp_fQualiteLots TO ligne_sauvegarde
                        WRITE ligne_sauvegarde
                        ADD 1 TO compteur_exportes
                END-READ
        END-PERFORM
        CLOSE FQualiteLots
        CLOSE FSauvegarde
        ADD compteur_exportes TO total_exportes
        IF cr_fSauvegarde NOT = 0
            ADD 1 TO exports_en_erreur
        END-IF
        DISPLAY compteur_exportes " evenements qualite exportes vers "
            nom_sauvegarde.

        restaurer_qualite_lots.
        MOVE SPACES TO nom_sauvegarde
        STRING "sauvegarde_qualite_lots_" date_sauvegarde ".dat"
            DELIMITED BY SIZE INTO nom_sauvegarde
        MOVE 0 TO compteur_restaures
        OPEN INPUT FSauvegarde
        IF cr_fSauvegarde NOT = 0
            DISPLAY "Sauvegarde introuvable : " nom_sauvegarde
        ELSE
            OPEN OUTPUT FQualiteLots
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FSauvegarde NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        MOVE ligne_sauvegarde TO tamp_fQualiteLots
                        WRITE tamp_fQualiteLots
                            INVALID KEY DISPLAY tamp_fQualiteLots
                            NOT INVALID KEY
                                ADD 1 TO compteur_restaures
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FQualiteLots
            CLOSE FSauvegarde
            DISPLAY compteur_restaures " evenements qualite restaures"
                " depuis " nom_sauvegarde
        END-IF.
