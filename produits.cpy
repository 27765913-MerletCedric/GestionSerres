        ajouter_produit.
        DISPLAY " "
        DISPLAY "-- AJOUTER UN PRODUIT AGREE --"
        DISPLAY " "
        DISPLAY "Nom commercial du produit ? : "
        ACCEPT produit_traitement
        OPEN I-O FProduits
        MOVE produit_traitement TO fpr_nomProduit
        READ FProduits
            INVALID KEY
                PERFORM saisir_caracteristiques_produit
                WRITE tamp_fProduits
                    INVALID KEY DISPLAY tamp_fProduits
                    NOT INVALID KEY
                        DISPLAY "Produit ajoute au registre"
                        MOVE "FProduits" TO fa_fichier
                        MOVE fpr_nomProduit TO fa_cible
                        MOVE "AJOUT" TO fa_action
                        PERFORM enregistrer_audit
                END-WRITE
            NOT INVALID KEY
                DISPLAY "Ce produit est deja au registre"
        END-READ
        CLOSE FProduits.

        saisir_caracteristiques_produit.
        DISPLAY "Delai avant recolte officiel (jours) ? : "
        ACCEPT fpr_delaiJours
        MOVE 0 TO fpr_maxApplications
        PERFORM WITH TEST AFTER UNTIL fpr_maxApplications > 0
            DISPLAY "Nombre maximum d'applications par"
                " culture ? : "
            ACCEPT fpr_maxApplications
        END-PERFORM
        DISPLAY "Intervalle minimum entre deux applications"
            " (jours) ? : "
        ACCEPT fpr_intervalleJours
        MOVE 0 TO choix
        PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
            DISPLAY "Utilisable en agriculture biologique ?"
                " oui:1 non:2"
            ACCEPT choix
        END-PERFORM
        IF choix = 1
            MOVE 1 TO fpr_bio
        ELSE
            MOVE 0 TO fpr_bio
        END-IF
        DISPLAY "Cout d'une application (euros) ? : "
        ACCEPT fpr_coutApplication.

        modifier_produit.
        DISPLAY " "
        DISPLAY "-- MODIFIER UN PRODUIT AGREE --"
        DISPLAY " "
        DISPLAY "Nom commercial du produit ? : "
        ACCEPT produit_traitement
        OPEN I-O FProduits
        MOVE produit_traitement TO fpr_nomProduit
        READ FProduits
            INVALID KEY
                DISPLAY "Produit absent du registre"
            NOT INVALID KEY
                PERFORM afficher_un_produit
                PERFORM saisir_caracteristiques_produit
                REWRITE tamp_fProduits
                    INVALID KEY DISPLAY tamp_fProduits
                    NOT INVALID KEY
                        DISPLAY "Produit modifie"
                        MOVE "FProduits" TO fa_fichier
                        MOVE fpr_nomProduit TO fa_cible
                        MOVE "MODIFICATION" TO fa_action
                        PERFORM enregistrer_audit
                END-REWRITE
        END-READ
        CLOSE FProduits.

        supprimer_produit.
        DISPLAY " "
        DISPLAY "-- SUPPRIMER UN PRODUIT AGREE --"
        DISPLAY " "
        DISPLAY "Nom commercial du produit ? : "
        ACCEPT produit_traitement
        OPEN I-O FProduits
        MOVE produit_traitement TO fpr_nomProduit
        READ FProduits
            INVALID KEY
                DISPLAY "Produit absent du registre"
            NOT INVALID KEY
                PERFORM afficher_un_produit
                MOVE 0 TO choix
                PERFORM WITH TEST AFTER UNTIL choix > 0 AND choix < 3
                    DISPLAY "Retirer ce produit du registre ?"
                        " oui:1 non:2"
                    ACCEPT choix
                END-PERFORM
                IF choix = 1
                    DELETE FProduits
                        INVALID KEY DISPLAY tamp_fProduits
                        NOT INVALID KEY
                            DISPLAY "Produit retire du registre"
                            MOVE "FProduits" TO fa_fichier
                            MOVE fpr_nomProduit TO fa_cible
                            MOVE "SUPPRESSION" TO fa_action
                            PERFORM enregistrer_audit
                    END-DELETE
                END-IF
        END-READ
        CLOSE FProduits.

        afficher_un_produit.
        DISPLAY "Produit : " fpr_nomProduit
        DISPLAY "Delai avant recolte : " fpr_delaiJours " jour(s)"
        DISPLAY "Applications par culture : " fpr_maxApplications
            " maximum, espacees d'au moins "
            fpr_intervalleJours " jour(s)"
        IF produit_bio
            DISPLAY "Utilisable en agriculture biologique"
        ELSE
            DISPLAY "Non utilisable en agriculture biologique"
        END-IF
        MOVE fpr_coutApplication TO cout_edite
        DISPLAY "Cout d'une application : " cout_edite
        DISPLAY "-------------------------------------".

        lister_produits.
        DISPLAY " "
        DISPLAY "-- REGISTRE DES PRODUITS AGREES --"
        DISPLAY " "
        MOVE 0 TO compteur_produits
        OPEN INPUT FProduits
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ FProduits NEXT
                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        ADD 1 TO compteur_produits
                        PERFORM afficher_un_produit
                END-READ
        END-PERFORM
        CLOSE FProduits
        DISPLAY compteur_produits " produit(s) au registre".

        choisir_produit_agree.
        MOVE 0 TO produit_ok
        DISPLAY "Produit applique (? pour la liste) ? : "
        ACCEPT produit_traitement
        IF produit_traitement = "?"
            PERFORM lister_produits
            DISPLAY "Produit applique ? : "
            ACCEPT produit_traitement
        END-IF
        OPEN INPUT FProduits
        MOVE produit_traitement TO fpr_nomProduit
        READ FProduits
            INVALID KEY
                DISPLAY "TRAITEMENT REFUSE : produit absent du"
                    " registre des produits agrees"
            NOT INVALID KEY
                MOVE 1 TO produit_ok
                MOVE fpr_delaiJours TO delai_traitement
                MOVE fpr_maxApplications TO max_applications
                MOVE fpr_intervalleJours TO
                    intervalle_applications
                IF NOT produit_bio
                    DISPLAY "Attention : produit non utilisable en"
                        " agriculture biologique"
                END-IF
        END-READ
        CLOSE FProduits.
