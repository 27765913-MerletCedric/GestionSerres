            DISPLAY "Chargement precedent interrompu apres "
                lignes_reprise " ligne(s)"
            MOVE 0 TO choix
            IF execution_batch
                DISPLAY "Reprise automatique au point d'arret"
                MOVE 1 TO choix
            ELSE
                PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                    DISPLAY "Reprendre ou il s'est arrete ? oui:1"
                        " non:2 (non = tout relire)"
                    ACCEPT choix
                END-PERFORM
            END-IF
            IF choix = 2
                MOVE 0 TO lignes_reprise
            END-IF
