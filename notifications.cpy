                AT END
                        MOVE 1 TO Wfin
                NOT AT END
                        IF fu_type = "admin" AND NOT compte_desactive
                            MOVE fu_idUtilisateur TO
                                notif_destinataire
                            PERFORM emettre_notification
