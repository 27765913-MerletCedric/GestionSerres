        DISPLAY " "
        DISPLAY "-- SYNTHESE MENSUELLE ET PURGE DES RELEVES --"
        DISPLAY " "
        IF execution_batch
            ACCEPT date_coupure FROM DATE YYYYMMDD
            MOVE "01" TO date_coupure (7:2)
            DISPLAY "Releves anterieurs au " date_coupure
            MOVE 1 TO choix
        ELSE
            MOVE SPACES TO libelle_saisie_date
            STRING "Synthetiser les releves anterieurs au"
                " (AAAAMMJJ) ? : " DELIMITED BY SIZE
                INTO libelle_saisie_date
            PERFORM saisir_date_controlee
            MOVE date_saisie TO date_coupure
            DISPLAY "Les releves synthetises seront supprimes du"
                " detail"
            MOVE 0 TO choix
            PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                DISPLAY "Confirmer la synthese ? oui:1 non:2"
                ACCEPT choix
            END-PERFORM
        END-IF
        IF choix = 1
            MOVE 0 TO compteur_synthetises
            OPEN I-O FMesures
