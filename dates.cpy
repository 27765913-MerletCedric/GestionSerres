                DISPLAY "La date de fin precede la date de debut"
            END-IF
        END-PERFORM.

        reculer_un_jour.
        SUBTRACT 1 FROM jour_calcul
        IF jour_calcul = 0
            SUBTRACT 1 FROM mois_calcul
            IF mois_calcul = 0
                MOVE 12 TO mois_calcul
                SUBTRACT 1 FROM annee_calcul
            END-IF
            PERFORM calculer_jours_mois
            MOVE nb_jours_mois TO jour_calcul
        END-IF.

        retirer_jours_date.
        MOVE date_calcul (1:4) TO annee_calcul
        MOVE date_calcul (5:2) TO mois_calcul
        MOVE date_calcul (7:2) TO jour_calcul
        PERFORM reculer_un_jour nb_jours_ajout TIMES
        COMPUTE date_resultat = annee_calcul * 10000
            + mois_calcul * 100 + jour_calcul.
