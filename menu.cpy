           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5

                PERFORM AFFICHER_BANDEAU_FORMATION
                DISPLAY "------------ GESTION COVOITURAGE ------------"
                DISPLAY "1.   INSCRIPTION"
                DISPLAY "2.   CONNEXION"
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 6

                PERFORM AFFICHER_BANDEAU_FORMATION
                DISPLAY "------------ GESTION COVOITURAGE ------------"
                DISPLAY "1.   RESERVATIONS"
                DISPLAY "2.   ANNONCES"
       PAGE_PROFIL.

           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 21

                PERFORM AFFICHER_BANDEAU_FORMATION
                DISPLAY "------------ GESTION COVOITURAGE ------------"
                DISPLAY "---------------------------------------------"
                DISPLAY "|               MON PROFIL                  |"
                    DISPLAY "8.   DEMANDER UN VERSEMENT"
                END-IF
                DISPLAY "9.   MON RELEVE MENSUEL"
                DISPLAY "10.  MES COORDONNEES BANCAIRES"
                DISPLAY "11.  REIMPRIMER UN RECU"
                DISPLAY "12.  MES BLOCAGES"
                DISPLAY "13.  TRANSFERER DU SOLDE"
                DISPLAY "14.  UTILISER UN BON CADEAU"
                DISPLAY "15.  TUTELLE (VOYAGEUR MINEUR)"
                DISPLAY "16.  MES CONTACTS D'URGENCE"
                DISPLAY "17.  MES CONDUCTEURS FAVORIS"
                DISPLAY "18.  MES PREFERENCES DE MESSAGES"
                DISPLAY "19.  MA LANGUE"
                DISPLAY "20.  RECHARGE AUTOMATIQUE"
                ACCEPT w_test
           END-PERFORM

          WHEN 9
                PERFORM GENERER_RELEVE_MENSUEL
          WHEN 10
                PERFORM GERER_COORDONNEES_BANCAIRES
          WHEN 11
                PERFORM REIMPRIMER_RECU
          WHEN 12
                PERFORM GERER_BLOCAGES
          WHEN 13
                PERFORM TRANSFERER_SOLDE
          WHEN 14
                PERFORM UTILISER_BON_CADEAU
          WHEN 15
                PERFORM GERER_TUTELLE
          WHEN 16
                PERFORM GERER_CONTACTS_URGENCE
          WHEN 17
                PERFORM GERER_FAVORIS
          WHEN 18
                PERFORM GERER_CONSENTEMENTS
          WHEN 19
                PERFORM GERER_LANGUE
          WHEN 20
                PERFORM GERER_MANDAT_RECHARGE

           END-EVALUATE.
