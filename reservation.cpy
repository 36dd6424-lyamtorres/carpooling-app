       *> point d'entree option 1 du menu principal
       RESERVATIONS_MENU.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 15
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------------ RESERVATIONS ------------"
               DISPLAY "1.   RECHERCHER ET RESERVER UN TRAJET"
               DISPLAY "2.   TRAITER UNE DEMANDE (CONDUCTEUR)"
               DISPLAY "7.   MES ALERTES TRAJET"
               DISPLAY "8.   MESSAGERIE TRAJET"
               DISPLAY "9.   MODIFIER UNE RESERVATION"
               DISPLAY "10.  ENVOYER / SUIVRE UN COLIS"
               DISPLAY "11.  DEMANDES DE TRAJET"
               DISPLAY "12.  RESERVER UNE SERIE RECURRENTE"
               DISPLAY "13.  TRAJETS POUR UN EVENEMENT"
               DISPLAY "14.  OBJETS TROUVES / PERDUS"
               ACCEPT w_test
           END-PERFORM

           WHEN 9
               PERFORM MODIFIER_RESERVATION_VOYAGEUR
               PERFORM AFFICHE_MENU
           WHEN 10
               PERFORM GERER_COLIS
               PERFORM AFFICHE_MENU
           WHEN 11
               PERFORM GERER_DEMANDES_TRAJET
               PERFORM AFFICHE_MENU
           WHEN 12
               PERFORM GERER_RESERVATIONS_SERIE
               PERFORM AFFICHE_MENU
           WHEN 13
               PERFORM RECHERCHER_TRAJETS_EVENEMENT
               PERFORM AFFICHE_MENU
           WHEN 14
               PERFORM GERER_OBJETS_TROUVES
               PERFORM AFFICHE_MENU
           END-EVALUATE.

       *> modification d'une reservation sans annuler-rebooker (et
               MOVE 0 TO w_test
               PERFORM WITH TEST AFTER UNTIL w_test > 0 AND
                   w_test < 4
                   PERFORM AFFICHER_BANDEAU_FORMATION
                   DISPLAY "1.   CHANGER LE NOMBRE DE PLACES"
                   DISPLAY "2.   CHANGER D'ANNONCE (MEME ROUTE)"
                   DISPLAY "3.   RETOUR"
                   STRING "RESERVATION " w_mr_code " MODIFIEE : "
                       w_mr_nouv " PLACE(S)"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "RESAMODIF" TO w_mdl_type
                   MOVE w_mr_code TO w_mdl_code
                   MOVE w_mr_nouv TO w_mdl_ref
                   PERFORM ENVOYER_NOTIFICATION
               END-READ
               CLOSE freservation
                   STRING "RESERVATION " w_mr_code
                       " REPORTEE SUR VOTRE ANNONCE " w_mr_cible
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "RESAREPORT" TO w_mdl_type
                   MOVE w_mr_code TO w_mdl_code
                   MOVE w_mr_cible TO w_mdl_ref
                   PERFORM ENVOYER_NOTIFICATION
               END-READ
               CLOSE freservation
               MOVE SPACE TO w_notif_message
               STRING "NOUVEAU MESSAGE SUR LA RESERVATION " w_code
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "MESSAGE" TO w_mdl_type
               MOVE w_code TO w_mdl_code
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       GERER_ALERTES_TRAJET.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MES ALERTES TRAJET ------"
               DISPLAY "1.   CREER UNE ALERTE"
               DISPLAY "2.   LISTER MES ALERTES"
           DISPLAY "Code de la reservation concernee."
           ACCEPT w_code

           OPEN INPUT freservation
           MOVE w_code TO fres_code
           READ freservation
           INVALID KEY
               DISPLAY "Cette reservation n'existe pas."
               CLOSE freservation
           NOT INVALID KEY
               CLOSE freservation
               IF fres_voyageur NOT = wu_telephone AND
                  fres_conducteur NOT = wu_telephone THEN
                   DISPLAY "Cette reservation ne vous concerne pas."
               ELSE
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATE-DATA
                   MOVE "I" TO w_type_code
                   PERFORM GENERER_CODE

                   MOVE 0 TO w_cu_trouve
                   MOVE w_code_code TO fin_num
                   MOVE w_code TO fin_fres_code
                   MOVE wu_telephone TO fin_declarant
                   PERFORM WITH TEST AFTER UNTIL
                       fin_categorie NOT = SPACE
                       DISPLAY "Categorie (ACCIDENT, HARCELEMENT,"
                       DISPLAY "SECURITE, LITIGE, AUTRE)."
                       ACCEPT fin_categorie
                   END-PERFORM
                   DISPLAY "Description de l'incident."
                   ACCEPT fin_texte
                   MOVE WS-CURRENT-YEAR TO fin_annee
                   MOVE WS-CURRENT-MONTH TO fin_mois
                   MOVE WS-CURRENT-DAY TO fin_jour
                   MOVE "O" TO fin_statut
                   MOVE SPACE TO fin_resolution

                   OPEN I-O fincident
                       WRITE tamp_fincident
                       INVALID KEY
                           DISPLAY "Impossible d'enregistrer"
                               " l'incident."
                       NOT INVALID KEY
                           DISPLAY "Incident " fin_num
                               " enregistre, il sera examine."
                           IF fin_categorie = "SECURITE" THEN
                               MOVE 1 TO w_cu_trouve
                           END-IF
                   END-WRITE
                   CLOSE fincident

                   *> un incident de securite previent aussi les
                   *> contacts d'urgence du voyageur
                   IF w_cu_trouve = 1 THEN
                       PERFORM ALERTER_CONTACTS_URGENCE
                   END-IF
               END-IF
           END-READ.

       *> SMS aux contacts d'urgence du voyageur de la reservation
       *> courante (fres_*) apres un incident de securite
       ALERTER_CONTACTS_URGENCE.
           MOVE SPACE TO w_cu_prenom_voy
           OPEN INPUT futilisateur
           MOVE fres_voyageur TO fu_telephone
           READ futilisateur
           NOT INVALID KEY
               MOVE fu_prenom TO w_cu_prenom_voy
           END-READ
           CLOSE futilisateur

           MOVE 0 TO w_cu_trouve
           OPEN INPUT fcontact
           MOVE fres_voyageur TO fcu_telephone
           READ fcontact
           NOT INVALID KEY
               MOVE 1 TO w_cu_trouve
           END-READ
           CLOSE fcontact

           IF w_cu_trouve = 1 THEN
               MOVE fcu_tel1 TO w_cu_tel
               PERFORM ENVOYER_ALERTE_CONTACT
               IF fcu_tel2 > 0 THEN
                   MOVE fcu_tel2 TO w_cu_tel
                   PERFORM ENVOYER_ALERTE_CONTACT
               END-IF
           END-IF.

       ENVOYER_ALERTE_CONTACT.
           MOVE w_cu_tel TO w_notif_telephone
           MOVE "URGENCE" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "ALERTE SECURITE SUR LE TRAJET DE "
               w_cu_prenom_voy DELIMITED BY SPACE
               " (RESA " fres_code ") - TEL " fres_voyageur
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "URGENCE" TO w_mdl_type
           MOVE w_cu_prenom_voy TO w_mdl_nom
           MOVE fres_code TO w_mdl_code
           MOVE fres_voyageur TO w_mdl_num_tel
           PERFORM DEPOSER_OUTBOX.

       *> le voyageur note les trajets termines qui l'attendent ;
       *> les entrees plus vieilles que NOTE-EXPIRATION jours
       *> expirent sans note
       NOTER_MES_TRAJETS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_date_num = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE FUNCTION INTEGER-OF-DATE(w_date_num) TO w_pq_today

           MOVE 0 TO w_pq_nb
           OPEN I-O fpendrating
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fpendrating NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_date_num = fpq_annee * 10000
                       + fpq_mois * 100 + fpq_jour
                   MOVE FUNCTION INTEGER-OF-DATE(w_date_num)
                       TO w_pq_int
                   IF w_pq_today - w_pq_int > w_note_expiration THEN
                       DELETE fpendrating RECORD
                   ELSE
                       IF fpq_voyageur = wu_telephone THEN
                           ADD 1 TO w_pq_nb
                           PERFORM NOTER_UN_TRAJET
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fpendrating

           IF w_pq_nb = 0 THEN
               DISPLAY "Aucun trajet en attente de note."
           END-IF.

       *> saisie de la note pour l'entree en attente courante ; 0
       *> laisse l'entree pour une prochaine fois
       NOTER_UN_TRAJET.
           MOVE 9 TO fnt_note
           PERFORM WITH TEST AFTER UNTIL fnt_note <= 5
               DISPLAY "Trajet " fpq_code " avec le conducteur "
                   fpq_conducteur " :"
               DISPLAY "votre note (1 - 5, 0 pour passer)."
               ACCEPT fnt_note
           END-PERFORM

           IF fnt_note >= 1 AND fnt_note <= 5 THEN
               MOVE "G" TO w_type_code
               PERFORM GENERER_CODE
               MOVE w_code_code TO fnt_code
               MOVE fpq_conducteur TO fnt_conducteur
               MOVE fpq_voyageur TO fnt_voyageur
               MOVE fpq_code TO fnt_fres_code

               OPEN I-O frating
                   WRITE tamp_frating
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE frating

               DELETE fpendrating RECORD
               DISPLAY "Merci pour votre note."
           END-IF.

       *> recherche une annonce par ville de depart/arrivee puis permet
       *> de la reserver
       RESERVER_UNE_ANNONCE.
           PERFORM RESERVER_UNE_ANNONCE_CORPS
           PERFORM AFFICHE_MENU.

       *> recherche et reservation pour le compte wu_telephone, sans
       *> retour au menu : appelable depuis le menu voyageur comme
       *> depuis la reservation assistee de l'agence
       RESERVER_UNE_ANNONCE_CORPS.
           DISPLAY '|====================================|'
           DISPLAY '|===== Bonjour, vous allez proceder ====|'
           DISPLAY '|=========== a une reservation ==========|'
           DISPLAY ' '
           DISPLAY '*********************************'
           DISPLAY 'Veuillez donner une ville de depart.'

           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO wnomvilleD
           DISPLAY 'Veuillez donner une ville d arrivee.'
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO wnomvilleA
           DISPLAY '-====================================-'

           PERFORM SAISIR_FILTRES_RECHERCHE

           PERFORM RECHERCHER_ANNONCES_SEGMENT

           IF w_resa_trouvee = 0 THEN
               *> avant de renoncer : une combinaison de deux
               *> annonces du meme jour via une ville intermediaire
               *> sert souvent la route demandee
               PERFORM RECHERCHER_CORRESPONDANCE
               IF w_cor_reserve = 0 THEN
                   DISPLAY  'Nous n assurons aucun trajet au depart '
                   DISPLAY   '----de cette ville -------'
                   PERFORM LOGGER_DEMANDE_NON_SERVIE
               END-IF
           END-IF

           IF w_resa_trouvee = 1 THEN
               PERFORM EFFECTUER_RESERVATION
               IF w_dernier_resa > 0 THEN
                   PERFORM PROPOSER_RETOUR
               END-IF
           ELSE
               DISPLAY 'Aucun trajet disponible pour cet itineraire.'
           END-IF.

       *> ---------- colis ----------
       *> un expediteur reserve une place colis sur une annonce qui
       *> en accepte ; le prix depend de la taille (parametres
       *> COLIS-PRIX-*), il est bloque sur le solde de l'expediteur
       *> des la reservation et suit ensuite le circuit de reglement
       *> des passagers
       GERER_COLIS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------------ COLIS ------------"
               DISPLAY "1.   ENVOYER UN COLIS"
               DISPLAY "2.   MES COLIS"
               DISPLAY "3.   ANNULER UN COLIS"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM ENVOYER_COLIS
           WHEN 2
               PERFORM LISTER_MES_COLIS
           WHEN 3
               PERFORM ANNULER_COLIS_EXPEDITEUR
           END-EVALUATE.

       ENVOYER_COLIS.
           DISPLAY "Ville ou le colis est confie au conducteur."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO wnomvilleD
           DISPLAY "Ville ou le colis doit etre remis."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO wnomvilleA

           PERFORM RECHERCHER_ANNONCES_COLIS
           IF w_col_nb = 0 THEN
               DISPLAY "Aucun trajet n'accepte de colis sur cet"
                   " itineraire."
           ELSE
               DISPLAY "Saisir le code de l'annonce choisie."
               ACCEPT w_col_annonce
               PERFORM CONTROLER_ANNONCE_COLIS
           END-IF

           IF w_col_ok = 1 THEN
               MOVE SPACE TO w_col_taille
               MOVE 9 TO w_col_rang
               PERFORM WITH TEST AFTER UNTIL w_col_rang <=
                   w_col_rang_max
                   DISPLAY "Taille du colis : P (petit), M (moyen)"
                       " ou G (grand)."
                   ACCEPT w_col_taille
                   EVALUATE w_col_taille
                   WHEN "P"
                       MOVE 1 TO w_col_rang
                       MOVE w_col_prix_p TO w_col_prix
                   WHEN "M"
                       MOVE 2 TO w_col_rang
                       MOVE w_col_prix_m TO w_col_prix
                   WHEN "G"
                       MOVE 3 TO w_col_rang
                       MOVE w_col_prix_g TO w_col_prix
                   WHEN OTHER
                       MOVE 9 TO w_col_rang
                   END-EVALUATE
                   IF w_col_rang < 9 AND
                      w_col_rang > w_col_rang_max THEN
                       DISPLAY "Ce trajet n'accepte pas cette taille."
                   END-IF
               END-PERFORM

               MOVE 0 TO w_col_dest
               PERFORM WITH TEST AFTER UNTIL w_col_dest > 0 AND
                   w_col_dest NOT = wu_telephone
                   DISPLAY "Telephone du destinataire."
                   ACCEPT w_col_dest
               END-PERFORM

               MOVE w_col_prix TO w_aff_montant
               DISPLAY "Prix du transport : " w_aff_montant " EUR,"
                   " bloque des maintenant sur votre solde."
               MOVE SPACE TO w_rep
               PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
                   w_rep = "NON"
                   DISPLAY "Confirmer l'envoi ? (OUI/NON)"
                   ACCEPT w_rep
               END-PERFORM
               IF w_rep NOT = "OUI" THEN
                   MOVE 0 TO w_col_ok
                   DISPLAY "Envoi abandonne."
               END-IF
           END-IF

           IF w_col_ok = 1 THEN
               PERFORM PRENDRE_PLACE_COLIS
           END-IF

           IF w_col_ok = 1 THEN
               PERFORM BLOQUER_MONTANT_COLIS
               IF w_col_ok = 0 THEN
                   PERFORM RENDRE_PLACE_COLIS
               END-IF
           END-IF

           IF w_col_ok = 1 THEN
               PERFORM ENREGISTRER_COLIS
           END-IF

           ACCEPT w_test.

       *> liste des annonces approuvees et a venir qui acceptent
       *> encore un colis et passent par wnomvilleD puis wnomvilleA
       RECHERCHER_ANNONCES_COLIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_col_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_col_nb

           OPEN INPUT fcapcolis
           OPEN INPUT fannonce
           OPEN INPUT fstop
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fcapcolis NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fcc_dispo > 0 THEN
                       MOVE fcc_annonce TO fa_code
                       READ fannonce
                       NOT INVALID KEY
                           COMPUTE w_date_num = fa_annee * 10000
                               + fa_mois * 100 + fa_jour
                           IF fa_statut_annonce = 1 AND
                              w_date_num >= w_col_date AND
                              fa_conducteur NOT = wu_telephone THEN
                               PERFORM VERIFIER_SEGMENT_ANNONCE
                               MOVE wu_telephone TO w_blk_a
                               MOVE fa_conducteur TO w_blk_b
                               PERFORM VERIFIER_BLOCAGE_PAIRE
                               IF w_seg_ok = 1 AND
                                  w_blk_bloque = 0 THEN
                                   ADD 1 TO w_col_nb
                                   DISPLAY fa_code " - " w_date_num
                                       " " fa_heure "H" fa_minute
                                       " - " fa_lieu_depart(1:15)
                                       " -> " fa_lieu_darrive(1:15)
                                   DISPLAY "   RDV " fa_lieu_rdv
                                       " - " fcc_dispo " colis"
                                       " possible(s), taille max "
                                       fcc_taille_max
                               END-IF
                           END-IF
                       END-READ
                   END-IF
           END-PERFORM
           CLOSE fstop
           CLOSE fannonce
           CLOSE fcapcolis.

       *> controle de l'annonce choisie w_col_annonce (w_col_ok) et
       *> rang de la plus grande taille qu'elle accepte
       CONTROLER_ANNONCE_COLIS.
           MOVE 0 TO w_col_ok
           MOVE 0 TO w_col_rang_max
           OPEN INPUT fcapcolis
           MOVE w_col_annonce TO fcc_annonce
           READ fcapcolis
           NOT INVALID KEY
               IF fcc_dispo > 0 THEN
                   MOVE 1 TO w_col_ok
                   EVALUATE fcc_taille_max
                   WHEN "P"
                       MOVE 1 TO w_col_rang_max
                   WHEN "M"
                       MOVE 2 TO w_col_rang_max
                   WHEN OTHER
                       MOVE 3 TO w_col_rang_max
                   END-EVALUATE
               END-IF
           END-READ
           CLOSE fcapcolis

           IF w_col_ok = 1 THEN
               MOVE 0 TO w_col_ok
               OPEN INPUT fannonce
               OPEN INPUT fstop
               MOVE w_col_annonce TO fa_code
               READ fannonce
               NOT INVALID KEY
                   COMPUTE w_date_num = fa_annee * 10000
                       + fa_mois * 100 + fa_jour
                   IF fa_statut_annonce = 1 AND
                      w_date_num >= w_col_date AND
                      fa_conducteur NOT = wu_telephone THEN
                       PERFORM VERIFIER_SEGMENT_ANNONCE
                       IF w_seg_ok = 1 THEN
                           MOVE 1 TO w_col_ok
                       END-IF
                   END-IF
               END-READ
               CLOSE fstop
               CLOSE fannonce
           END-IF

           IF w_col_ok = 0 THEN
               DISPLAY "Cette annonce ne peut pas prendre ce colis."
           END-IF.

       *> retient une place colis sur l'annonce w_col_annonce
       PRENDRE_PLACE_COLIS.
           MOVE 0 TO w_col_ok
           OPEN I-O fcapcolis
           MOVE w_col_annonce TO fcc_annonce
           READ fcapcolis
           NOT INVALID KEY
               IF fcc_dispo > 0 THEN
                   SUBTRACT 1 FROM fcc_dispo
                   REWRITE tamp_fcapcolis
                   END-REWRITE
                   MOVE 1 TO w_col_ok
               END-IF
           END-READ
           CLOSE fcapcolis
           IF w_col_ok = 0 THEN
               DISPLAY "Plus de place colis sur ce trajet."
           END-IF.

       RENDRE_PLACE_COLIS.
           OPEN I-O fcapcolis
           MOVE w_col_annonce TO fcc_annonce
           READ fcapcolis
           NOT INVALID KEY
               IF fcc_dispo < fcc_max THEN
                   ADD 1 TO fcc_dispo
                   REWRITE tamp_fcapcolis
                   END-REWRITE
               END-IF
           END-READ
           CLOSE fcapcolis.

       *> blocage du prix du colis sur le solde disponible de
       *> l'expediteur ; sans solde suffisant l'envoi est refuse
       BLOQUER_MONTANT_COLIS.
           MOVE 0 TO w_col_ok
           OPEN I-O futilisateur
           MOVE wu_telephone TO fu_telephone
           READ futilisateur KEY IS fu_telephone
           NOT INVALID KEY
               COMPUTE w_solde_disponible =
                   fu_solde - fu_solde_bloque
               IF w_solde_disponible >= w_col_prix THEN
                   ADD w_col_prix TO fu_solde_bloque
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   MOVE 1 TO w_col_ok
               ELSE
                   DISPLAY "Solde disponible insuffisant : rechargez"
                       " votre compte puis recommencez."
               END-IF
           END-READ
           CLOSE futilisateur.

       *> ecrit le colis, remet le code de retrait au destinataire
       *> par SMS et previent le conducteur
       ENREGISTRER_COLIS.
           MOVE "D" TO w_type_code
           PERFORM GENERER_CODE
           MOVE w_code_code TO w_col_num
           MOVE "B" TO w_type_code
           PERFORM GENERER_CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE w_col_num TO fco_num
           MOVE w_col_annonce TO fco_annonce
           MOVE wu_telephone TO fco_expediteur
           MOVE w_col_dest TO fco_destinataire
           MOVE w_col_taille TO fco_taille
           MOVE wnomvilleD TO fco_depart
           MOVE wnomvilleA TO fco_arrivee
           MOVE w_col_prix TO fco_prix
           MOVE w_col_prix TO fco_montant_bloque
           MOVE w_code_code TO fco_code_retrait
           MOVE 1 TO fco_statut
           COMPUTE fco_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO fco_stat
           OPEN I-O fcolis
           WRITE tamp_fcolis
           END-WRITE
           CLOSE fcolis

           MOVE w_col_dest TO w_notif_telephone
           MOVE "COLIS" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "COLIS " fco_num " TRAJET " fco_annonce " A "
               fco_arrivee(1:15) " - CODE DE RETRAIT "
               fco_code_retrait
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "COLISDEST" TO w_mdl_type
           MOVE fco_num TO w_mdl_ref
           MOVE fco_code_retrait TO w_mdl_code
           MOVE SPACE TO w_mdl_libre
           STRING fco_annonce " -> " DELIMITED BY SIZE
               fco_arrivee DELIMITED BY "  "
               INTO w_mdl_libre
           PERFORM DEPOSER_OUTBOX

           OPEN INPUT fannonce
           MOVE w_col_annonce TO fa_code
           READ fannonce
           NOT INVALID KEY
               MOVE fa_conducteur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "COLIS " fco_num " (" fco_taille
                   ") RESERVE SUR LE TRAJET " fa_code
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "COLISCOND" TO w_mdl_type
               MOVE fco_num TO w_mdl_ref
               MOVE fco_taille TO w_mdl_libre
               MOVE fa_code TO w_mdl_code
               PERFORM ENVOYER_NOTIFICATION
           END-READ
           CLOSE fannonce

           DISPLAY "Colis enregistre, numero " fco_num "."
           DISPLAY "Le destinataire recoit par SMS le code de"
               " retrait a donner au conducteur.".

       LISTER_MES_COLIS.
           MOVE 0 TO w_col_nb
           OPEN INPUT fcolis
           MOVE wu_telephone TO fco_expediteur
           START fcolis KEY IS = fco_expediteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcolis NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fco_expediteur NOT = wu_telephone THEN
                           MOVE 0 TO w_fin
                       ELSE
                           ADD 1 TO w_col_nb
                           MOVE fco_prix TO w_aff_montant
                           EVALUATE fco_statut
                           WHEN 1
                               MOVE "RESERVE" TO w_text
                           WHEN 4
                               MOVE "ANNULE" TO w_text
                           WHEN 5
                               MOVE "REMIS" TO w_text
                           WHEN OTHER
                               MOVE "NON REMIS" TO w_text
                           END-EVALUATE
                           DISPLAY "Colis " fco_num " - trajet "
                               fco_annonce " - " fco_taille " - "
                               w_aff_montant " EUR - " w_text
                           DISPLAY "   " fco_depart(1:20) " -> "
                               fco_arrivee(1:20) " pour "
                               fco_destinataire
                       END-IF
               END-PERFORM
           END-START
           CLOSE fcolis
           IF w_col_nb = 0 THEN
               DISPLAY "Aucun colis."
           END-IF
           ACCEPT w_test.

       *> annulation par l'expediteur, au plus tard la veille du
       *> depart : blocage rendu, place colis liberee
       ANNULER_COLIS_EXPEDITEUR.
           DISPLAY "Numero du colis a annuler."
           ACCEPT w_col_num
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_col_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE 0 TO w_col_ok
           OPEN I-O fcolis
           MOVE w_col_num TO fco_num
           READ fcolis
           INVALID KEY
               DISPLAY "Ce colis n'existe pas."
           NOT INVALID KEY
               IF fco_expediteur NOT = wu_telephone OR
                  fco_statut NOT = 1 THEN
                   DISPLAY "Ce colis ne peut pas etre annule."
               ELSE
                   OPEN INPUT fannonce
                   MOVE fco_annonce TO fa_code
                   READ fannonce
                   NOT INVALID KEY
                       COMPUTE w_date_num = fa_annee * 10000
                           + fa_mois * 100 + fa_jour
                       IF w_date_num > w_col_date THEN
                           MOVE 1 TO w_col_ok
                       END-IF
                   END-READ
                   CLOSE fannonce
                   IF w_col_ok = 0 THEN
                       DISPLAY "Le depart est trop proche pour"
                           " annuler."
                   ELSE
                       MOVE 4 TO fco_statut
                       MOVE fco_montant_bloque TO w_bloq_montant
                       MOVE 0 TO fco_montant_bloque
                       REWRITE tamp_fcolis
                       END-REWRITE
                   END-IF
               END-IF
           END-READ
           CLOSE fcolis

           IF w_col_ok = 1 THEN
               IF w_bloq_montant > 0 THEN
                   MOVE wu_telephone TO fres_voyageur
                   PERFORM LIBERER_BLOCAGE_VOYAGEUR
               END-IF
               MOVE fco_annonce TO w_col_annonce
               PERFORM RENDRE_PLACE_COLIS

               MOVE fco_destinataire TO w_notif_telephone
               MOVE "COLIS" TO w_ob_type
               MOVE SPACE TO w_ob_texte
               STRING "LE COLIS " fco_num " ANNONCE POUR LE TRAJET "
                   fco_annonce " EST ANNULE PAR L'EXPEDITEUR"
                   DELIMITED BY SIZE INTO w_ob_texte
               MOVE "COLISANNUL" TO w_mdl_type
               MOVE fco_num TO w_mdl_ref
               MOVE fco_annonce TO w_mdl_code
               PERFORM DEPOSER_OUTBOX

               MOVE fa_conducteur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "COLIS " fco_num " ANNULE SUR LE TRAJET "
                   fco_annonce
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "COLISANNCO" TO w_mdl_type
               MOVE fco_num TO w_mdl_ref
               MOVE fco_annonce TO w_mdl_code
               PERFORM ENVOYER_NOTIFICATION

               DISPLAY "Colis annule, montant debloque."
           END-IF
           ACCEPT w_test.

       *> ---------- demandes de trajet ----------
       *> le voyageur depose une demande precise (itineraire, date,
       *> plage horaire, places, prix maximal) ; les conducteurs y
       *> repondent depuis le menu des annonces en proposant l'une de
       *> leurs annonces, que le voyageur accepte (reservation par le
       *> circuit habituel) ou refuse
       GERER_DEMANDES_TRAJET.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "-------- DEMANDES DE TRAJET --------"
               DISPLAY "1.   DEPOSER UNE DEMANDE"
               DISPLAY "2.   MES DEMANDES ET PROPOSITIONS"
               DISPLAY "3.   RETIRER UNE DEMANDE"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM DEPOSER_DEMANDE_TRAJET
           WHEN 2
               PERFORM MES_DEMANDES_TRAJET
           WHEN 3
               PERFORM RETIRER_DEMANDE_TRAJET
           END-EVALUATE.

       DEPOSER_DEMANDE_TRAJET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_dt_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           DISPLAY "Ville de depart souhaitee."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO wnomvilleD
           DISPLAY "Ville d'arrivee souhaitee."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO wnomvilleA

           IF wnomvilleD = wnomvilleA THEN
               DISPLAY "Les villes de depart et d'arrivee doivent"
                   " etre differentes."
           ELSE
               MOVE 0 TO w_dt_date
               PERFORM WITH TEST AFTER UNTIL w_dt_date >= w_dt_jour
                   AND w_dt_mois >= 1 AND w_dt_mois <= 12
                   AND w_dt_jj >= 1 AND w_dt_jj <= 31
                   DISPLAY "Date du voyage (AAAA MM JJ), a partir"
                       " d'aujourd'hui."
                   ACCEPT w_dt_annee
                   ACCEPT w_dt_mois
                   ACCEPT w_dt_jj
                   COMPUTE w_dt_date = w_dt_annee * 10000
                       + w_dt_mois * 100 + w_dt_jj
               END-PERFORM

               MOVE 99 TO w_dt_hmin
               PERFORM WITH TEST AFTER UNTIL w_dt_hmin <= 23
                   DISPLAY "Depart au plus tot, heure (0 - 23)."
                   ACCEPT w_dt_hmin
               END-PERFORM
               MOVE 99 TO w_dt_hmax
               PERFORM WITH TEST AFTER UNTIL w_dt_hmax <= 23 AND
                   w_dt_hmax >= w_dt_hmin
                   DISPLAY "Depart au plus tard, heure (" w_dt_hmin
                       " - 23)."
                   ACCEPT w_dt_hmax
               END-PERFORM

               MOVE 0 TO w_dt_places
               PERFORM WITH TEST AFTER UNTIL w_dt_places >= 1 AND
                   w_dt_places <= 8
                   DISPLAY "Nombre de places (1 - 8)."
                   ACCEPT w_dt_places
               END-PERFORM

               DISPLAY "Prix maximal accepte par place."
               PERFORM SAISIR_MONTANT

               MOVE "0" TO w_type_code
               PERFORM GENERER_CODE
               IF w_code_code = 0 THEN
                   DISPLAY "Demande non enregistree."
               ELSE
                   MOVE w_code_code TO fdt_num
                   MOVE wu_telephone TO fdt_voyageur
                   MOVE wnomvilleD TO fdt_depart
                   MOVE wnomvilleA TO fdt_arrivee
                   MOVE w_dt_date TO fdt_date
                   COMPUTE fdt_heure_min = w_dt_hmin * 100
                   COMPUTE fdt_heure_max = w_dt_hmax * 100 + 59
                   MOVE w_dt_places TO fdt_places
                   MOVE w_mnt_montant TO fdt_prix_max
                   MOVE "O" TO fdt_statut
                   MOVE w_dt_jour TO fdt_creation
                   MOVE 0 TO fdt_resa
                   OPEN I-O fdemtrajet
                   WRITE tamp_fdemtrajet
                   INVALID KEY
                       DISPLAY "Demande non enregistree."
                   NOT INVALID KEY
                       DISPLAY "Demande " fdt_num " deposee. Les"
                           " conducteurs peuvent y repondre jusqu'au"
                       DISPLAY "jour du voyage ; leurs propositions"
                           " arrivent dans vos messages."
                   END-WRITE
                   CLOSE fdemtrajet
               END-IF
           END-IF
           ACCEPT w_test.

       *> demandes du voyageur connecte et, pour chaque demande
       *> ouverte, les propositions en attente de sa reponse
       MES_DEMANDES_TRAJET.
           MOVE 0 TO w_dt_nb
           MOVE 0 TO w_dt_nb_prop
           OPEN INPUT fdemtrajet
           OPEN INPUT fproposition
           OPEN INPUT fannonce
           MOVE wu_telephone TO fdt_voyageur
           START fdemtrajet KEY IS = fdt_voyageur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdemtrajet NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fdt_voyageur NOT = wu_telephone THEN
                           MOVE 0 TO w_fin
                       ELSE
                           ADD 1 TO w_dt_nb
                           PERFORM AFFICHER_DEMANDE_TRAJET
                           IF fdt_statut = "O" THEN
                               PERFORM AFFICHER_PROPOSITIONS_DEMANDE
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fannonce
           CLOSE fproposition
           CLOSE fdemtrajet

           IF w_dt_nb = 0 THEN
               DISPLAY "Aucune demande de trajet."
           END-IF

           IF w_dt_nb_prop > 0 THEN
               DISPLAY "Numero de la proposition a traiter"
                   " (0 = aucune)."
               ACCEPT w_dt_prop
               IF w_dt_prop > 0 THEN
                   PERFORM TRAITER_PROPOSITION_TRAJET
               END-IF
           END-IF
           ACCEPT w_test.

       *> ligne de la demande courante (tamp_fdemtrajet)
       AFFICHER_DEMANDE_TRAJET.
           EVALUATE fdt_statut
           WHEN "O"
               MOVE "OUVERTE" TO w_text
           WHEN "A"
               MOVE "RESERVEE" TO w_text
           WHEN "F"
               MOVE "RETIREE" TO w_text
           WHEN OTHER
               MOVE "EXPIREE" TO w_text
           END-EVALUATE
           MOVE fdt_prix_max TO w_aff_montant
           DISPLAY "Demande " fdt_num " du " fdt_date " - "
               fdt_depart(1:15) " -> " fdt_arrivee(1:15)
               " - " w_text
           DISPLAY "   depart entre " fdt_heure_min(1:2) "H"
               fdt_heure_min(3:2) " et " fdt_heure_max(1:2) "H"
               fdt_heure_max(3:2) " - " fdt_places " place(s)"
               " - " w_aff_montant " EUR max"
           IF fdt_statut = "A" THEN
               DISPLAY "   reservation " fdt_resa
           END-IF.

       *> propositions en attente de la demande courante ; fannonce
       *> et fproposition sont ouverts par l'appelant
       AFFICHER_PROPOSITIONS_DEMANDE.
           MOVE fdt_num TO fpd_demande
           START fproposition KEY IS = fpd_demande
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fproposition NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fpd_demande NOT = fdt_num THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fpd_statut = "P" THEN
                               ADD 1 TO w_dt_nb_prop
                               MOVE fpd_annonce TO fa_code
                               READ fannonce
                               INVALID KEY
                                   MOVE 0 TO fa_heure
                                   MOVE 0 TO fa_minute
                               END-READ
                               MOVE fpd_prix TO w_aff_montant
                               DISPLAY "   > proposition " fpd_num
                                   " : trajet " fpd_annonce
                                   " depart " fa_heure "H" fa_minute
                                   " - " w_aff_montant " EUR/place"
                           END-IF
                       END-IF
               END-PERFORM
           END-START.

       *> acceptation ou refus de la proposition w_dt_prop ; une
       *> acceptation passe par EFFECTUER_RESERVATION sur l'annonce
       *> proposee, puis clot la demande et rend caduques les autres
       *> propositions
       TRAITER_PROPOSITION_TRAJET.
           MOVE 0 TO w_dt_ok
           OPEN INPUT fproposition
           MOVE w_dt_prop TO fpd_num
           READ fproposition
           NOT INVALID KEY
               IF fpd_statut = "P" THEN
                   MOVE fpd_demande TO w_dt_num
                   MOVE fpd_annonce TO w_dt_annonce
                   MOVE fpd_conducteur TO w_dt_conducteur
                   MOVE 1 TO w_dt_ok
               END-IF
           END-READ
           CLOSE fproposition

           IF w_dt_ok = 1 THEN
               MOVE 0 TO w_dt_ok
               OPEN INPUT fdemtrajet
               MOVE w_dt_num TO fdt_num
               READ fdemtrajet
               NOT INVALID KEY
                   IF fdt_voyageur = wu_telephone AND
                      fdt_statut = "O" THEN
                       MOVE fdt_depart TO w_dt_depart
                       MOVE fdt_arrivee TO w_dt_arrivee
                       MOVE 1 TO w_dt_ok
                   END-IF
               END-READ
               CLOSE fdemtrajet
           END-IF

           IF w_dt_ok = 0 THEN
               DISPLAY "Cette proposition n'est plus disponible."
           ELSE
               MOVE SPACE TO w_dt_choix
               PERFORM WITH TEST AFTER UNTIL w_dt_choix = "A" OR
                   w_dt_choix = "R"
                   DISPLAY "A = accepter et reserver, R = refuser."
                   ACCEPT w_dt_choix
               END-PERFORM

               IF w_dt_choix = "R" THEN
                   OPEN I-O fproposition
                   MOVE w_dt_prop TO fpd_num
                   READ fproposition
                   NOT INVALID KEY
                       MOVE "R" TO fpd_statut
                       REWRITE tamp_fproposition
                       END-REWRITE
                   END-READ
                   CLOSE fproposition

                   MOVE w_dt_conducteur TO w_notif_telephone
                   MOVE SPACE TO w_notif_message
                   STRING "PROPOSITION " w_dt_prop " DECLINEE PAR"
                       " LE VOYAGEUR"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "PROPDECL" TO w_mdl_type
                   MOVE w_dt_prop TO w_mdl_ref
                   PERFORM ENVOYER_NOTIFICATION
                   DISPLAY "Proposition refusee."
               ELSE
                   MOVE w_dt_depart TO wnomvilleD
                   MOVE w_dt_arrivee TO wnomvilleA
                   MOVE w_dt_annonce TO w_dt_imposee
                   PERFORM EFFECTUER_RESERVATION
                   MOVE 0 TO w_dt_imposee

                   IF w_dernier_resa > 0 THEN
                       OPEN I-O fdemtrajet
                       MOVE w_dt_num TO fdt_num
                       READ fdemtrajet
                       NOT INVALID KEY
                           MOVE "A" TO fdt_statut
                           MOVE w_dernier_resa TO fdt_resa
                           REWRITE tamp_fdemtrajet
                           END-REWRITE
                       END-READ
                       CLOSE fdemtrajet

                       OPEN I-O fproposition
                       MOVE w_dt_prop TO fpd_num
                       READ fproposition
                       NOT INVALID KEY
                           MOVE "A" TO fpd_statut
                           REWRITE tamp_fproposition
                           END-REWRITE
                       END-READ
                       CLOSE fproposition
                       PERFORM CLORE_PROPOSITIONS_DEMANDE

                       MOVE w_dt_conducteur TO w_notif_telephone
                       MOVE SPACE TO w_notif_message
                       STRING "PROPOSITION " w_dt_prop " ACCEPTEE,"
                           " RESERVATION " w_dernier_resa
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "PROPACCEPT" TO w_mdl_type
                       MOVE w_dt_prop TO w_mdl_ref
                       MOVE w_dernier_resa TO w_mdl_code
                       PERFORM ENVOYER_NOTIFICATION
                   END-IF
               END-IF
           END-IF.

       *> rend caduques les propositions encore en attente sur la
       *> demande w_dt_num et en previent les conducteurs
       CLORE_PROPOSITIONS_DEMANDE.
           OPEN I-O fproposition
           MOVE w_dt_num TO fpd_demande
           START fproposition KEY IS = fpd_demande
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fproposition NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fpd_demande NOT = w_dt_num THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fpd_statut = "P" THEN
                               MOVE "C" TO fpd_statut
                               REWRITE tamp_fproposition
                               END-REWRITE
                               MOVE fpd_conducteur
                                   TO w_notif_telephone
                               MOVE SPACE TO w_notif_message
                               STRING "DEMANDE " w_dt_num " CLOSE,"
                                   " PROPOSITION " fpd_num
                                   " SANS SUITE"
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "PROPCLOSE" TO w_mdl_type
                               MOVE fpd_num TO w_mdl_ref
                               MOVE w_dt_num TO w_mdl_code
                               PERFORM ENVOYER_NOTIFICATION
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fproposition.

       RETIRER_DEMANDE_TRAJET.
           DISPLAY "Numero de la demande a retirer."
           ACCEPT w_dt_num
           MOVE 0 TO w_dt_ok
           OPEN I-O fdemtrajet
           MOVE w_dt_num TO fdt_num
           READ fdemtrajet
           INVALID KEY
               DISPLAY "Cette demande n'existe pas."
           NOT INVALID KEY
               IF fdt_voyageur NOT = wu_telephone OR
                  fdt_statut NOT = "O" THEN
                   DISPLAY "Cette demande n'est plus ouverte."
               ELSE
                   MOVE "F" TO fdt_statut
                   REWRITE tamp_fdemtrajet
                   END-REWRITE
                   MOVE 1 TO w_dt_ok
               END-IF
           END-READ
           CLOSE fdemtrajet

           IF w_dt_ok = 1 THEN
               PERFORM CLORE_PROPOSITIONS_DEMANDE
               DISPLAY "Demande retiree."
           END-IF
           ACCEPT w_test.

       *> ---------- reservations de serie ----------
       *> le navetteur retient en une fois une place sur toutes les
       *> occurrences a venir d'un groupe recurrent, ou sur les jours
       *> de la semaine choisis ; chaque occurrence recoit sa propre
       *> reservation, qui suit ensuite le circuit habituel
       GERER_RESERVATIONS_SERIE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ RESERVATIONS DE SERIE ------"
               DISPLAY "1.   RESERVER UNE SERIE RECURRENTE"
               DISPLAY "2.   MES RESERVATIONS DE SERIE"
               DISPLAY "3.   ANNULER UNE RESERVATION DE SERIE"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM RESERVER_SERIE
           WHEN 2
               PERFORM MES_RESERVATIONS_SERIE
           WHEN 3
               PERFORM ANNULER_RESERVATION_SERIE
           END-EVALUATE.

       RESERVER_SERIE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_ab_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           *> la serie est designee par l'une de ses annonces
           MOVE 0 TO w_ab_groupe
           DISPLAY "Code d'une annonce de la serie."
           ACCEPT w_code
           OPEN INPUT fannonce
           MOVE w_code TO fa_code
           READ fannonce
           NOT INVALID KEY
               MOVE fa_groupe_recurrence TO w_ab_groupe
               MOVE fa_conducteur TO w_ab_conducteur
           END-READ
           CLOSE fannonce

           PERFORM VERIFIER_AUTORISATION_MINEUR
           IF w_tut_ok = 1 THEN
               IF w_ab_groupe = 0 THEN
                   DISPLAY "Cette annonce n'appartient a aucune serie"
                       " recurrente."
               ELSE
                   IF w_ab_conducteur = wu_telephone THEN
                       DISPLAY "Vous conduisez cette serie."
                   ELSE
                       DISPLAY "Ville de montee."
                       PERFORM SAISIR_VILLE
                       MOVE w_vil_canonique TO wnomvilleD
                       DISPLAY "Ville de descente."
                       PERFORM SAISIR_VILLE
                       MOVE w_vil_canonique TO wnomvilleA

                       MOVE "OOOOOOO" TO w_ab_jours
                       MOVE SPACE TO w_rep
                       PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
                           w_rep = "NON"
                           DISPLAY "Tous les jours de la serie ?"
                               " (OUI/NON)"
                           ACCEPT w_rep
                       END-PERFORM
                       IF w_rep = "NON" THEN
                           PERFORM CHOISIR_JOURS_SERIE
                       END-IF

                       MOVE 0 TO w_ab_places
                       PERFORM WITH TEST AFTER
                           UNTIL w_ab_places >= 1 AND w_ab_places <= 8
                           DISPLAY "Nombre de places par trajet"
                               " (1 - 8)."
                           ACCEPT w_ab_places
                       END-PERFORM

                       MOVE wu_telephone TO w_blk_a
                       MOVE w_ab_conducteur TO w_blk_b
                       PERFORM VERIFIER_BLOCAGE_PAIRE

                       MOVE 0 TO w_ab_n
                       IF w_blk_bloque = 1 THEN
                           DISPLAY "Reservation impossible avec ce"
                               " conducteur."
                       ELSE
                           PERFORM RECENSER_OCCURRENCES_SERIE
                           IF w_ab_n = 0 THEN
                               DISPLAY "Aucune occurrence a venir de"
                                   " cette serie ne correspond."
                           END-IF
                       END-IF

                       IF w_ab_n > 0 THEN
                           DISPLAY w_ab_n " occurrence(s) a venir"
                               " correspondent a votre choix."
                           MOVE SPACE TO w_rep
                           PERFORM WITH TEST AFTER
                               UNTIL w_rep = "OUI" OR w_rep = "NON"
                               DISPLAY "Reserver toutes ces"
                                   " occurrences ? (OUI/NON)"
                               ACCEPT w_rep
                           END-PERFORM
                           IF w_rep = "OUI" THEN
                               PERFORM CREER_RESERVATION_SERIE
                           ELSE
                               DISPLAY "Reservation de serie"
                                   " abandonnee."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           ACCEPT w_test.

       *> jours de la semaine retenus, w_ab_jours indexe par le jour
       *> de la semaine + 1 (dimanche = 1)
       CHOISIR_JOURS_SERIE.
           MOVE "NNNNNNN" TO w_ab_jours
           DISPLAY "Repondre O ou N pour chaque jour."
           MOVE "LUNDI" TO w_ab_libelle
           MOVE 1 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE
           MOVE "MARDI" TO w_ab_libelle
           MOVE 2 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE
           MOVE "MERCREDI" TO w_ab_libelle
           MOVE 3 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE
           MOVE "JEUDI" TO w_ab_libelle
           MOVE 4 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE
           MOVE "VENDREDI" TO w_ab_libelle
           MOVE 5 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE
           MOVE "SAMEDI" TO w_ab_libelle
           MOVE 6 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE
           MOVE "DIMANCHE" TO w_ab_libelle
           MOVE 0 TO w_ab_wd
           PERFORM DEMANDER_JOUR_SERIE.

       DEMANDER_JOUR_SERIE.
           MOVE SPACE TO w_ab_rep
           PERFORM WITH TEST AFTER UNTIL w_ab_rep = "O" OR
               w_ab_rep = "N"
               DISPLAY w_ab_libelle " ? (O/N)"
               ACCEPT w_ab_rep
           END-PERFORM
           MOVE w_ab_rep TO w_ab_jours(w_ab_wd + 1:1).

       *> occurrences validees et a venir du groupe w_ab_groupe qui
       *> tombent un jour retenu et desservent le segment demande ;
       *> leurs codes vont dans w_ab_table
       RECENSER_OCCURRENCES_SERIE.
           MOVE 0 TO w_ab_n
           OPEN INPUT fannonce
           OPEN INPUT fstop
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_date_num = fa_annee * 10000
                       + fa_mois * 100 + fa_jour
                   IF fa_groupe_recurrence = w_ab_groupe AND
                      fa_statut_annonce = 1 AND
                      w_date_num > w_ab_jour THEN
                       MOVE FUNCTION INTEGER-OF-DATE(w_date_num)
                           TO w_ab_int
                       MOVE FUNCTION MOD(w_ab_int, 7) TO w_ab_wd
                       IF w_ab_jours(w_ab_wd + 1:1) = "O" THEN
                           PERFORM VERIFIER_SEGMENT_ANNONCE
                           IF w_seg_ok = 1 AND w_ab_n < 100 THEN
                               ADD 1 TO w_ab_n
                               MOVE fa_code TO w_ab_occ(w_ab_n)
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fstop
           CLOSE fannonce.

       *> enregistre la reservation de serie puis une reservation par
       *> occurrence recensee ; les jours deja complets sont notes
       *> sans reservation et listes a part dans le bilan
       CREER_RESERVATION_SERIE.
           MOVE "2" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Reservation de serie non enregistree."
           ELSE
               MOVE w_code_code TO w_ab_num
               MOVE w_ab_num TO fab_num
               MOVE wu_telephone TO fab_voyageur
               MOVE w_ab_groupe TO fab_groupe
               MOVE w_ab_jours TO fab_jours
               MOVE wnomvilleD TO fab_depart
               MOVE wnomvilleA TO fab_arrivee
               MOVE w_ab_places TO fab_places
               MOVE "A" TO fab_statut
               MOVE w_ab_jour TO fab_date
               OPEN I-O fabonnement
               WRITE tamp_fabonnement
               END-WRITE
               CLOSE fabonnement

               MOVE 0 TO w_ab_nb
               MOVE 1 TO w_ab_i
               PERFORM WITH TEST AFTER UNTIL w_ab_i > w_ab_n
                   PERFORM RESERVER_OCCURRENCE_SERIE
                   ADD 1 TO w_ab_i
               END-PERFORM

               DISPLAY "Reservation de serie " w_ab_num
                   " enregistree."
               PERFORM AFFICHER_BILAN_SERIE

               IF w_ab_nb > 0 THEN
                   MOVE wu_telephone TO w_notif_telephone
                   MOVE "RESA" TO w_ob_type
                   MOVE SPACE TO w_ob_texte
                   STRING "RESERVATION DE SERIE " w_ab_num " : "
                       w_ab_nb " TRAJET(S) EN ATTENTE DU CONDUCTEUR"
                       DELIMITED BY SIZE INTO w_ob_texte
                   MOVE "SERIERESA" TO w_mdl_type
                   MOVE w_ab_num TO w_mdl_ref
                   MOVE w_ab_nb TO w_mdl_libre
                   PERFORM DEPOSER_OUTBOX

                   MOVE w_ab_conducteur TO w_notif_telephone
                   MOVE SPACE TO w_notif_message
                   STRING "SERIE " w_ab_groupe " : " w_ab_nb
                       " DEMANDE(S) DE RESERVATION A TRAITER"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "SERIEDEM" TO w_mdl_type
                   MOVE w_ab_groupe TO w_mdl_ref
                   MOVE w_ab_nb TO w_mdl_libre
                   PERFORM ENVOYER_NOTIFICATION
               END-IF
           END-IF.

       *> reservation de l'occurrence w_ab_occ(w_ab_i) pour la
       *> reservation de serie w_ab_num
       RESERVER_OCCURRENCE_SERIE.
           MOVE 0 TO w_ab_ok
           MOVE 0 TO w_ab_resa
           OPEN I-O fannonce
           MOVE w_ab_occ(w_ab_i) TO fa_code
           READ fannonce
           NOT INVALID KEY
               PERFORM VERIFIER_SUSPENSION_ROUTE
               IF fa_statut_annonce = 1 AND w_ssp_trouve = 0 AND
                  fa_place_dispo >= w_ab_places THEN
                   SUBTRACT w_ab_places FROM fa_place_dispo
                   REWRITE tamp_fannonce
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_ANNONCE
                   MOVE 1 TO w_ab_ok
               END-IF
           END-READ
           CLOSE fannonce

           IF w_ab_ok = 1 THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE "R" TO w_type_code
               PERFORM GENERER_CODE

               MOVE w_code_code TO fres_code
               MOVE w_ab_occ(w_ab_i) TO fres_code_annonce
               MOVE wu_telephone TO fres_voyageur
               MOVE w_ab_conducteur TO fres_conducteur
               MOVE 1 TO fres_statut_reservation
               MOVE wnomvilleD TO fres_lieu_depart
               MOVE wnomvilleA TO fres_lieu_darrive
               MOVE w_ab_places TO fres_nb_places
               MOVE SPACE TO fres_code_promo
               MOVE 0 TO fres_montant_bloque
               MOVE 0 TO fres_code_lie
               MOVE WS-CURRENT-YEAR TO fres_annee
               MOVE WS-CURRENT-MONTH TO fres_mois
               MOVE WS-CURRENT-DAY TO fres_jour

               OPEN I-O freservation
                   WRITE tamp_freservation
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fres_code TO w_ab_resa
                       MOVE "E" TO w_jrn_op
                       PERFORM IMAGE_RESERVATION
               END-WRITE
               CLOSE freservation

               IF w_ab_resa > 0 THEN
                   ADD 1 TO w_ab_nb
                   MOVE w_ab_resa TO w_dernier_resa
                   PERFORM PRENDRE_EN_CHARGE_EMPLOYEUR
               ELSE
                   MOVE w_ab_occ(w_ab_i) TO w_code
                   MOVE w_ab_places TO w_lib_places
                   PERFORM LIBERER_PLACE_ANNONCE
               END-IF
           END-IF

           MOVE w_ab_num TO fal_abonnement
           MOVE w_ab_occ(w_ab_i) TO fal_annonce
           MOVE w_ab_resa TO fal_fres_code
           OPEN I-O fabojour
           WRITE tamp_fabojour
           END-WRITE
           CLOSE fabojour.

       *> bilan de la reservation de serie w_ab_num : les jours
       *> reserves avec l'etat de leur reservation, puis les jours
       *> complets a part
       AFFICHER_BILAN_SERIE.
           OPEN INPUT fabojour
           OPEN INPUT fannonce
           OPEN INPUT freservation
           DISPLAY "  Jours reserves :"
           MOVE 1 TO w_ab_k
           PERFORM PARCOURIR_JOURS_SERIE
           DISPLAY "  Jours complets, non reserves :"
           MOVE 2 TO w_ab_k
           PERFORM PARCOURIR_JOURS_SERIE
           CLOSE freservation
           CLOSE fannonce
           CLOSE fabojour.

       *> w_ab_k = 1 : jours avec reservation, 2 : jours complets
       PARCOURIR_JOURS_SERIE.
           MOVE 0 TO w_ab_nb_jours
           MOVE w_ab_num TO fal_abonnement
           MOVE 0 TO fal_annonce
           START fabojour KEY IS >= fal_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fabojour NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fal_abonnement NOT = w_ab_num THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           MOVE fal_annonce TO fa_code
                           READ fannonce
                           INVALID KEY
                               MOVE ZERO TO fa_date_depart
                           END-READ
                           IF w_ab_k = 1 AND fal_fres_code > 0 THEN
                               ADD 1 TO w_ab_nb_jours
                               PERFORM AFFICHER_JOUR_RESERVE
                           END-IF
                           IF w_ab_k = 2 AND fal_fres_code = 0 THEN
                               ADD 1 TO w_ab_nb_jours
                               DISPLAY "    " fa_annee "-" fa_mois
                                   "-" fa_jour " trajet " fal_annonce
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           IF w_ab_nb_jours = 0 THEN
               DISPLAY "    (aucun)"
           END-IF.

       AFFICHER_JOUR_RESERVE.
           MOVE fal_fres_code TO fres_code
           READ freservation
           INVALID KEY
               MOVE 0 TO fres_statut_reservation
           END-READ
           EVALUATE fres_statut_reservation
           WHEN 1
               MOVE "EN ATTENTE" TO w_text
           WHEN 2
               MOVE "CONFIRMEE" TO w_text
           WHEN 3
               MOVE "REFUSEE" TO w_text
           WHEN 4
               MOVE "ANNULEE" TO w_text
           WHEN 7
               MOVE "EXPIREE" TO w_text
           WHEN OTHER
               MOVE "TERMINEE" TO w_text
           END-EVALUATE
           DISPLAY "    " fa_annee "-" fa_mois "-" fa_jour
               " trajet " fal_annonce " reservation "
               fal_fres_code " : " w_text.

       MES_RESERVATIONS_SERIE.
           MOVE 0 TO w_ab_nb
           OPEN INPUT fabonnement
           MOVE wu_telephone TO fab_voyageur
           START fabonnement KEY IS = fab_voyageur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fabonnement NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fab_voyageur NOT = wu_telephone THEN
                           MOVE 0 TO w_fin
                       ELSE
                           ADD 1 TO w_ab_nb
                           IF fab_statut = "A" THEN
                               MOVE "ACTIVE" TO w_text
                           ELSE
                               MOVE "ANNULEE" TO w_text
                           END-IF
                           DISPLAY "Reservation de serie " fab_num
                               " - serie " fab_groupe " - "
                               fab_depart(1:15) " -> "
                               fab_arrivee(1:15) " - " w_text
                           DISPLAY "  jours (D L M M J V S) : "
                               fab_jours " - " fab_places
                               " place(s)"
                           MOVE fab_num TO w_ab_num
                           PERFORM AFFICHER_BILAN_SERIE
                       END-IF
               END-PERFORM
           END-START
           CLOSE fabonnement
           IF w_ab_nb = 0 THEN
               DISPLAY "Aucune reservation de serie."
           END-IF
           ACCEPT w_test.

       *> annulation d'une reservation de serie : toutes les
       *> reservations encore actives dont le depart est a venir sont
       *> annulees d'un coup, blocages et places rendus
       ANNULER_RESERVATION_SERIE.
           DISPLAY "Numero de la reservation de serie a annuler."
           ACCEPT w_ab_num
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_ab_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE 0 TO w_ab_ok
           OPEN I-O fabonnement
           MOVE w_ab_num TO fab_num
           READ fabonnement
           INVALID KEY
               DISPLAY "Cette reservation de serie n'existe pas."
           NOT INVALID KEY
               IF fab_voyageur NOT = wu_telephone OR
                  fab_statut NOT = "A" THEN
                   DISPLAY "Cette reservation de serie n'est plus"
                       " active."
               ELSE
                   MOVE "C" TO fab_statut
                   REWRITE tamp_fabonnement
                   END-REWRITE
                   MOVE fab_groupe TO w_ab_groupe
                   MOVE 1 TO w_ab_ok
               END-IF
           END-READ
           CLOSE fabonnement

           IF w_ab_ok = 1 THEN
               *> releve des reservations d'abord : la liberation des
               *> places ecrit dans freservation (liste d'attente)
               MOVE 0 TO w_ab_n
               OPEN INPUT fabojour
               MOVE w_ab_num TO fal_abonnement
               MOVE 0 TO fal_annonce
               START fabojour KEY IS >= fal_cle
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fabojour NEXT
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           IF fal_abonnement NOT = w_ab_num THEN
                               MOVE 0 TO w_fin
                           ELSE
                               IF fal_fres_code > 0 AND
                                  w_ab_n < 100 THEN
                                   ADD 1 TO w_ab_n
                                   MOVE fal_fres_code
                                       TO w_ab_occ(w_ab_n)
                               END-IF
                           END-IF
                   END-PERFORM
               END-START
               CLOSE fabojour

               MOVE 0 TO w_ab_nb
               MOVE 1 TO w_ab_i
               PERFORM WITH TEST AFTER UNTIL w_ab_i > w_ab_n
                   IF w_ab_n > 0 THEN
                       PERFORM ANNULER_OCCURRENCE_SERIE
                   END-IF
                   ADD 1 TO w_ab_i
               END-PERFORM

               DISPLAY "Reservation de serie annulee : " w_ab_nb
                   " trajet(s) a venir annule(s)."
               IF w_ab_nb > 0 THEN
                   MOVE w_ab_conducteur TO w_notif_telephone
                   MOVE SPACE TO w_notif_message
                   STRING "SERIE " w_ab_groupe " : " w_ab_nb
                       " RESERVATION(S) ANNULEE(S) PAR UN VOYAGEUR"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "SERIEANNUL" TO w_mdl_type
                   MOVE w_ab_groupe TO w_mdl_ref
                   MOVE w_ab_nb TO w_mdl_libre
                   PERFORM ENVOYER_NOTIFICATION
               END-IF
           END-IF
           ACCEPT w_test.

       *> annule la reservation w_ab_occ(w_ab_i) si elle est encore
       *> active et que le depart est a venir
       ANNULER_OCCURRENCE_SERIE.
           MOVE 0 TO w_lib_code
           OPEN I-O freservation
           MOVE w_ab_occ(w_ab_i) TO fres_code
           READ freservation
           NOT INVALID KEY
               MOVE 0 TO w_date_num
               OPEN INPUT fannonce
               MOVE fres_code_annonce TO fa_code
               READ fannonce
               NOT INVALID KEY
                   COMPUTE w_date_num = fa_annee * 10000
                       + fa_mois * 100 + fa_jour
                   MOVE fa_conducteur TO w_ab_conducteur
               END-READ
               CLOSE fannonce
               IF fres_voyageur = wu_telephone AND
                  w_date_num > w_ab_jour AND
                  (fres_statut_reservation = 1 OR
                   fres_statut_reservation = 2) THEN
                   MOVE 4 TO fres_statut_reservation
                   MOVE fres_montant_bloque TO w_bloq_montant
                   MOVE 0 TO fres_montant_bloque
                   REWRITE tamp_freservation
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_RESERVATION
                   IF w_bloq_montant > 0 THEN
                       PERFORM LIBERER_BLOCAGE_VOYAGEUR
                   END-IF
                   PERFORM RENDRE_POINTS_RESERVATION
                   MOVE fres_code_annonce TO w_lib_code
                   MOVE fres_nb_places TO w_lib_places
                   ADD 1 TO w_ab_nb
               END-IF
           END-READ
           CLOSE freservation

           IF w_lib_code > 0 THEN
               MOVE w_lib_code TO w_code
               PERFORM LIBERER_PLACE_ANNONCE
           END-IF.

       *> ---------- trajets pour un evenement ----------
       *> toutes les annonces validees et a venir rattachees a un
       *> evenement, a l'aller comme au retour ; le voyageur peut
       *> reserver directement l'une d'elles sur tout son parcours
       RECHERCHER_TRAJETS_EVENEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_ev_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE 0 TO w_ev_nb
           OPEN INPUT fevenement
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fevenement NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fev_fin >= w_ev_jour THEN
                       ADD 1 TO w_ev_nb
                       DISPLAY fev_code " - " fev_nom " - "
                           fev_ville(1:20) " du " fev_debut " au "
                           fev_fin
                   END-IF
           END-PERFORM
           CLOSE fevenement

           IF w_ev_nb = 0 THEN
               DISPLAY "Aucun evenement a venir."
               ACCEPT w_test
           ELSE
               DISPLAY "Code de l'evenement."
               ACCEPT w_ev_code
               MOVE 0 TO w_ev_ok
               OPEN INPUT fevenement
               MOVE w_ev_code TO fev_code
               READ fevenement
               NOT INVALID KEY
                   MOVE fev_ville TO w_ev_ville
                   MOVE 1 TO w_ev_ok
               END-READ
               CLOSE fevenement
               IF w_ev_ok = 0 THEN
                   DISPLAY "Cet evenement n'existe pas."
                   ACCEPT w_test
               ELSE
                   PERFORM LISTER_TRAJETS_EVENEMENT
               END-IF
           END-IF.

       LISTER_TRAJETS_EVENEMENT.
           MOVE 0 TO w_ev_nb
           OPEN INPUT fevannonce
           OPEN INPUT fannonce
           MOVE w_ev_code TO fea_evenement
           START fevannonce KEY IS = fea_evenement
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fevannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fea_evenement NOT = w_ev_code THEN
                           MOVE 0 TO w_fin
                       ELSE
                           MOVE fea_annonce TO fa_code
                           READ fannonce
                           NOT INVALID KEY
                               COMPUTE w_date_num = fa_annee * 10000
                                   + fa_mois * 100 + fa_jour
                               IF fa_statut_annonce = 1 AND
                                  w_date_num >= w_ev_jour THEN
                                   ADD 1 TO w_ev_nb
                                   IF fa_lieu_depart = w_ev_ville THEN
                                       MOVE "RETOUR" TO w_ev_sens
                                   ELSE
                                       MOVE "ALLER" TO w_ev_sens
                                   END-IF
                                   DISPLAY w_ev_sens " " fa_code " - "
                                       w_date_num " " fa_heure "H"
                                       fa_minute " - "
                                       fa_lieu_depart(1:15) " -> "
                                       fa_lieu_darrive(1:15) " - "
                                       fa_place_dispo " place(s)"
                               END-IF
                           END-READ
                       END-IF
               END-PERFORM
           END-START
           CLOSE fannonce
           CLOSE fevannonce

           IF w_ev_nb = 0 THEN
               DISPLAY "Aucun trajet propose pour cet evenement."
               ACCEPT w_test
           ELSE
               DISPLAY "Code de l'annonce a reserver (0 = aucune)."
               ACCEPT w_dt_imposee
               IF w_dt_imposee > 0 THEN
                   MOVE 0 TO w_ev_ok
                   OPEN INPUT fevannonce
                   MOVE w_dt_imposee TO fea_annonce
                   READ fevannonce
                   NOT INVALID KEY
                       IF fea_evenement = w_ev_code THEN
                           MOVE 1 TO w_ev_ok
                       END-IF
                   END-READ
                   CLOSE fevannonce
                   IF w_ev_ok = 1 THEN
                       OPEN INPUT fannonce
                       MOVE w_dt_imposee TO fa_code
                       READ fannonce
                       NOT INVALID KEY
                           MOVE fa_lieu_depart TO wnomvilleD
                           MOVE fa_lieu_darrive TO wnomvilleA
                       END-READ
                       CLOSE fannonce
                       PERFORM EFFECTUER_RESERVATION
                   ELSE
                       DISPLAY "Cette annonce n'est pas rattachee a"
                           " cet evenement."
                   END-IF
                   MOVE 0 TO w_dt_imposee
               END-IF
           END-IF.

       *> un voyageur mineur ne reserve qu'une fois son tuteur legal
       *> confirme ; w_tut_ok = 1 si la reservation est permise (un
       *> compte sans date de naissance la saisit a la connexion)
       VERIFIER_AUTORISATION_MINEUR.
           MOVE 1 TO w_tut_ok
           MOVE 0 TO w_age_naissance
           OPEN INPUT futilisateur
           MOVE wu_telephone TO fu_telephone
           READ futilisateur
           NOT INVALID KEY
               MOVE fu_date_naissance TO w_age_naissance
           END-READ
           CLOSE futilisateur

           IF w_age_naissance > 0 THEN
               PERFORM CALCULER_AGE
               IF w_age_ans < w_age_majorite THEN
                   MOVE 0 TO w_tut_ok
                   OPEN INPUT ftuteur
                   MOVE wu_telephone TO ftu_mineur
                   READ ftuteur
                   NOT INVALID KEY
                       IF ftu_statut = "C" THEN
                           MOVE 1 TO w_tut_ok
                       END-IF
                   END-READ
                   CLOSE ftuteur
                   IF w_tut_ok = 0 THEN
                       DISPLAY "Voyageur mineur : la reservation"
                       DISPLAY "demande un tuteur legal confirme"
                       DISPLAY "(MON PROFIL, TUTELLE)."
                   END-IF
               END-IF
           END-IF.

       *> objets trouves / perdus : declaration par l'une des deux
       *> parties d'une reservation (vivante ou archivee), suivi des
       *> declarations ; la remise est organisee par l'agence
       GERER_OBJETS_TROUVES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ OBJETS TROUVES / PERDUS ------"
               DISPLAY "1.   DECLARER UN OBJET"
               DISPLAY "2.   MES DECLARATIONS"
               DISPLAY "3.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM DECLARER_OBJET
           WHEN 2
               PERFORM LISTER_MES_OBJETS
           END-EVALUATE.

       DECLARER_OBJET.
           DISPLAY "Code de la reservation concernee."
           ACCEPT w_code

           MOVE 0 TO w_msg_autre
           MOVE 0 TO w_obj_ok
           OPEN INPUT freservation
           MOVE w_code TO fres_code
           READ freservation
           NOT INVALID KEY
               MOVE 1 TO w_obj_ok
               MOVE fres_voyageur TO w_obj_voyageur
               MOVE fres_conducteur TO w_obj_conducteur
           END-READ
           CLOSE freservation

           IF w_obj_ok = 0 THEN
               OPEN INPUT farchreservation
               MOVE w_code TO farcr_code
               READ farchreservation
               NOT INVALID KEY
                   MOVE 1 TO w_obj_ok
                   MOVE farcr_voyageur TO w_obj_voyageur
                   MOVE farcr_conducteur TO w_obj_conducteur
               END-READ
               CLOSE farchreservation
           END-IF

           IF w_obj_ok = 0 THEN
               DISPLAY "Cette reservation n'existe pas."
           ELSE
               IF w_obj_voyageur = wu_telephone THEN
                   MOVE w_obj_conducteur TO w_msg_autre
               ELSE
                   IF w_obj_conducteur = wu_telephone THEN
                       MOVE w_obj_voyageur TO w_msg_autre
                   ELSE
                       DISPLAY "Cette reservation ne vous concerne"
                           " pas."
                   END-IF
               END-IF
           END-IF

           IF w_msg_autre > 0 THEN
               MOVE SPACE TO w_obj_sens
               PERFORM WITH TEST AFTER UNTIL w_obj_sens = "P" OR
                   w_obj_sens = "T"
                   DISPLAY "P = vous avez perdu un objet,"
                   DISPLAY "T = vous avez trouve un objet."
                   ACCEPT w_obj_sens
               END-PERFORM
               MOVE SPACE TO fot_description
               PERFORM WITH TEST AFTER UNTIL
                   fot_description NOT = SPACE
                   DISPLAY "Description de l'objet."
                   ACCEPT fot_description
               END-PERFORM

               MOVE "5" TO w_type_code
               PERFORM GENERER_CODE
               IF w_code_code = 0 THEN
                   DISPLAY "Declaration non enregistree."
               ELSE
                   PERFORM ENREGISTRER_OBJET
               END-IF
           END-IF.

       *> ecrit la declaration (description deja dans le tampon) et
       *> previent l'autre partie par la boite et le fil de la
       *> reservation w_code
       ENREGISTRER_OBJET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE w_code_code TO fot_num
           MOVE w_code TO fot_fres_code
           MOVE w_obj_sens TO fot_sens
           MOVE wu_telephone TO fot_declarant
           MOVE w_msg_autre TO fot_autre
           COMPUTE fot_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE "O" TO fot_statut
           MOVE 0 TO fot_cloture
           MOVE 0 TO fot_frais
           OPEN I-O fobjet
           WRITE tamp_fobjet
           END-WRITE
           CLOSE fobjet

           IF w_obj_sens = "P" THEN
               MOVE "OBJET PERDU" TO w_obj_libelle
               MOVE "OBJPERDU" TO w_mdl_type
           ELSE
               MOVE "OBJET TROUVE" TO w_obj_libelle
               MOVE "OBJTROUVE" TO w_mdl_type
           END-IF

           MOVE w_msg_autre TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING w_obj_libelle " SIGNALE SUR LA RESERVATION "
               w_code DELIMITED BY SIZE INTO w_notif_message
           MOVE w_code TO w_mdl_code
           PERFORM ENVOYER_NOTIFICATION

           MOVE SPACE TO w_msg_texte
           STRING w_obj_libelle " : " fot_description
               DELIMITED BY SIZE INTO w_msg_texte
           PERFORM DEPOSER_MESSAGE_FIL

           DISPLAY "Declaration " fot_num " enregistree : l'agence"
           DISPLAY "organisera la remise de l'objet.".

       *> declarations ou l'utilisateur connecte est partie
       LISTER_MES_OBJETS.
           MOVE 0 TO w_obj_nb
           OPEN INPUT fobjet
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fobjet NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fot_declarant = wu_telephone OR
                      fot_autre = wu_telephone THEN
                       ADD 1 TO w_obj_nb
                       PERFORM AFFICHER_OBJET
                   END-IF
           END-PERFORM
           CLOSE fobjet

           IF w_obj_nb = 0 THEN
               DISPLAY "Aucune declaration d'objet."
           END-IF.

       AFFICHER_OBJET.
           IF fot_sens = "P" THEN
               MOVE "PERDU" TO w_obj_libelle
           ELSE
               MOVE "TROUVE" TO w_obj_libelle
           END-IF
           DISPLAY "Objet " fot_num " - resa " fot_fres_code
               " - " w_obj_libelle " le " fot_date
               " - " fot_description
           EVALUATE fot_statut
           WHEN "O"
               DISPLAY "   en attente de remise"
           WHEN "R"
               DISPLAY "   remis en main propre le " fot_cloture
           WHEN "E"
               MOVE fot_frais TO w_aff_montant
               DISPLAY "   expedie par la poste le " fot_cloture
                   " (frais " w_aff_montant " EUR)"
           WHEN "F"
               DISPLAY "   ferme sans reclamation le " fot_cloture
           END-EVALUATE.

       *> ---------- recherche d'une annonce ----------
       *> parcours complet : une annonce convient des que les deux
                           " ENREGISTREE, EN ATTENTE DU "
                           "CONDUCTEUR"
                           DELIMITED BY SIZE INTO w_ob_texte
                       MOVE "RESADEM" TO w_mdl_type
                       MOVE w_dernier_resa TO w_mdl_code
                       PERFORM DEPOSER_OUTBOX
                   END-IF
               END-IF
       EFFECTUER_RESERVATION.
           MOVE 0 TO w_dernier_resa
           MOVE 0 TO w_pts_utilises
           PERFORM VERIFIER_AUTORISATION_MINEUR
           IF w_tut_ok = 0 THEN
               MOVE "NON" TO w_rep
           ELSE
               *> annonce imposee (proposition acceptee sur une
               *> demande de trajet, choix dans la liste d'un
               *> evenement) : ni question ni saisie du code
               IF w_dt_imposee > 0 THEN
                   MOVE "OUI" TO w_rep
               ELSE
                   PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
                       w_rep = "NON"
                       DISPLAY "Voulez-vous reserver l'une de ces"
                           " annonces ?"
                       DISPLAY "(OUI/NON)"
                       ACCEPT w_rep
                   END-PERFORM
               END-IF
           END-IF

           IF w_rep NOT = "OUI" THEN
               DISPLAY "Reservation annulee."
           ELSE
               IF w_dt_imposee > 0 THEN
                   MOVE w_dt_imposee TO w_code
               ELSE
                   DISPLAY "Saisir le code de l'annonce a reserver."
                   ACCEPT w_code
               END-IF

               MOVE 0 TO w_lock_essais
               PERFORM WITH TEST AFTER UNTIL
                                   "CONDUCTEUR"
                                   DELIMITED BY SIZE
                                   INTO w_ob_texte
                               MOVE "RESADEM" TO w_mdl_type
                               MOVE w_dernier_resa TO w_mdl_code
                               PERFORM DEPOSER_OUTBOX

                               PERFORM PRENDRE_EN_CHARGE_EMPLOYEUR

                               IF w_pts_utilises > 0 THEN
                                   MOVE wu_telephone TO w_pts_tel
                                   MOVE "U" TO w_pts_type
               END-IF
           END-IF.

       *> prise en charge par l'employeur de la reservation qui vient
       *> d'etre enregistree (w_dernier_resa) : le voyageur doit etre
       *> rattache a une entreprise active, la route reservee ouverte
       *> pour cette entreprise et le tarif tenir dans ce qui reste du
       *> plafond mensuel du salarie pour le mois du depart ; sinon la
       *> reservation suit le circuit habituel sur son propre solde
       PRENDRE_EN_CHARGE_EMPLOYEUR.
           MOVE 0 TO w_ent_prise
           MOVE SPACE TO w_ent_code
           MOVE wu_telephone TO w_ent_tel
           OPEN INPUT fsalarie
           MOVE w_ent_tel TO fsa_telephone
           READ fsalarie
           NOT INVALID KEY
               MOVE fsa_entreprise TO w_ent_code
           END-READ
           CLOSE fsalarie

           IF w_ent_code NOT = SPACE THEN
               OPEN INPUT fentreprise
               MOVE w_ent_code TO fen_code
               READ fentreprise
               INVALID KEY
                   MOVE SPACE TO w_ent_code
               NOT INVALID KEY
                   IF fen_statut NOT = "A" THEN
                       MOVE SPACE TO w_ent_code
                   ELSE
                       MOVE fen_plafond TO w_ent_plafond
                   END-IF
               END-READ
               CLOSE fentreprise
           END-IF

           *> tarif du segment reserve, calcule comme au blocage
           IF w_ent_code NOT = SPACE THEN
               MOVE 0 TO w_ent_montant
               OPEN INPUT freservation
               MOVE w_dernier_resa TO fres_code
               READ freservation
               INVALID KEY
                   MOVE SPACE TO w_ent_code
               NOT INVALID KEY
                   OPEN INPUT fannonce
                   MOVE fres_code_annonce TO fa_code
                   READ fannonce
                   INVALID KEY
                       MOVE SPACE TO w_ent_code
                   NOT INVALID KEY
                       MOVE fa_code TO w_pseg_code
                       MOVE fa_prix TO w_pseg_prix_plein
                       PERFORM PRIX_PLEIN_RESERVATION
                       MOVE fa_lieu_depart TO w_pseg_rdep
                       MOVE fa_lieu_darrive TO w_pseg_rarr
                       IF fres_lieu_depart NOT = SPACE THEN
                           MOVE fres_lieu_depart TO w_pseg_dep
                           MOVE fres_lieu_darrive TO w_pseg_arr
                       ELSE
                           MOVE fa_lieu_depart TO w_pseg_dep
                           MOVE fa_lieu_darrive TO w_pseg_arr
                       END-IF
                       OPEN INPUT fstop
                       PERFORM CALCULER_PRIX_SEGMENT
                       CLOSE fstop
                       IF fres_nb_places > 0 THEN
                           COMPUTE w_ent_montant =
                               w_pseg_prix * fres_nb_places
                       ELSE
                           MOVE w_pseg_prix TO w_ent_montant
                       END-IF
                       MOVE w_pseg_dep TO w_ent_depart
                       MOVE w_pseg_arr TO w_ent_arrive
                       COMPUTE w_ent_periode = fa_annee * 100 + fa_mois
                       COMPUTE w_ent_jour = fa_annee * 10000
                           + fa_mois * 100 + fa_jour
                       MOVE fa_code TO w_ent_annonce
                   END-READ
                   CLOSE fannonce
               END-READ
               CLOSE freservation
           END-IF

           IF w_ent_code NOT = SPACE THEN
               OPEN INPUT froutent
               MOVE w_ent_code TO fre_entreprise
               MOVE w_ent_depart TO fre_depart
               MOVE w_ent_arrive TO fre_arrive
               READ froutent
               INVALID KEY
                   MOVE SPACE TO w_ent_code
               END-READ
               CLOSE froutent
           END-IF

           IF w_ent_code NOT = SPACE THEN
               PERFORM CUMULER_CONSO_EMPLOYEUR
               IF w_ent_conso + w_ent_montant > w_ent_plafond THEN
                   MOVE 0 TO w_ent_montant
                   IF w_ent_plafond > w_ent_conso THEN
                       COMPUTE w_ent_montant =
                           w_ent_plafond - w_ent_conso
                   END-IF
                   MOVE w_ent_montant TO w_aff_montant
                   DISPLAY "Plafond employeur du mois insuffisant"
                       " (reste " w_aff_montant " EUR) : ce trajet"
                   DISPLAY "reste a votre charge."
               ELSE
                   MOVE w_dernier_resa TO fpc_fres_code
                   MOVE w_ent_code TO fpc_entreprise
                   MOVE w_ent_tel TO fpc_salarie
                   MOVE w_ent_annonce TO fpc_annonce
                   MOVE w_ent_periode TO fpc_periode
                   MOVE w_ent_jour TO fpc_jour
                   MOVE w_ent_montant TO fpc_montant
                   MOVE 0 TO fpc_stat
                   MOVE "R" TO fpc_statut
                   MOVE 0 TO fpc_facture
                   OPEN I-O fprisecharge
                   WRITE tamp_fprisecharge
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO w_ent_prise
                   END-WRITE
                   CLOSE fprisecharge
                   IF w_ent_prise = 1 THEN
                       COMPUTE w_ent_montant = w_ent_plafond
                           - w_ent_conso - w_ent_montant
                       MOVE w_ent_montant TO w_aff_montant
                       DISPLAY "Trajet pris en charge par votre"
                           " employeur (reste " w_aff_montant
                           " EUR sur le mois)."
                   END-IF
               END-IF
           END-IF.

       *> cumule dans w_ent_conso les prises en charge du salarie
       *> w_ent_tel sur le mois w_ent_periode ; une prise en charge
       *> encore "R" ne compte que si sa reservation est active
       CUMULER_CONSO_EMPLOYEUR.
           MOVE 0 TO w_ent_conso
           OPEN INPUT fprisecharge
           MOVE w_ent_tel TO fpc_salarie
           START fprisecharge KEY IS = fpc_salarie
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin3
               PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
                   READ fprisecharge NEXT
                   AT END MOVE 0 TO w_fin3
                   NOT AT END
                       IF fpc_salarie NOT = w_ent_tel THEN
                           MOVE 0 TO w_fin3
                       ELSE
                           IF fpc_periode = w_ent_periode THEN
                               EVALUATE fpc_statut
                               WHEN "R"
                                   OPEN INPUT freservation
                                   MOVE fpc_fres_code TO fres_code
                                   READ freservation
                                   NOT INVALID KEY
                                       IF fres_statut_reservation = 1
                                          OR fres_statut_reservation
                                          = 2 THEN
                                           ADD fpc_montant
                                               TO w_ent_conso
                                       END-IF
                                   END-READ
                                   CLOSE freservation
                               WHEN "C"
                               WHEN "P"
                               WHEN "F"
                                   ADD fpc_montant TO w_ent_conso
                               END-EVALUATE
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fprisecharge.

       *> capture une recherche restee sans offre : la route, la date
       *> demandee (0 si recherche sans date) et le type du voyageur
       *> alimentent le rapport de demande non servie
       *> le prix retenu (et filtre) est celui du segment demande,
       *> pas le prix plein de l'annonce
       RETENIR_ANNONCE_RECHERCHE.
           *> une annonce encore reservee aux favoris de son
           *> conducteur n'apparait pas aux autres
           PERFORM VERIFIER_PRIMEUR_FAVORI

           *> les conducteurs bloques (dans un sens ou l'autre)
           *> n'apparaissent pas dans les resultats
           MOVE wu_telephone TO w_blk_a
           MOVE wnomvilleA TO w_pseg_arr
           PERFORM CALCULER_PRIX_SEGMENT

           IF w_blk_bloque = 1 OR w_fav_masque = 1 OR
              (w_srch_prix_max > 0 AND
               w_pseg_prix > w_srch_prix_max) THEN
               CONTINUE
                           PERFORM LIRE_FIABILITE_CONDUCTEUR
                           MOVE w_fiab_tard
                               TO w_srch_annul(w_srch_nb)
                           PERFORM LIRE_PONCTUALITE_CONDUCTEUR
                           MOVE w_pon_moyenne
                               TO w_srch_retard(w_srch_nb)
                       END-IF
                   END-IF
               END-IF
           END-READ
           CLOSE ffiabilite.

       *> retard moyen au depart (minutes) des trajets termines du
       *> conducteur de l'annonce courante, 0 sans historique
       LIRE_PONCTUALITE_CONDUCTEUR.
           MOVE 0 TO w_pon_moyenne
           MOVE 0 TO w_pon_cumul
           MOVE 0 TO w_pon_compte
           OPEN INPUT fponctualite
           MOVE fa_conducteur TO fpo_conducteur
           START fponctualite KEY IS = fpo_conducteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin3
               PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
                   READ fponctualite NEXT
                   AT END MOVE 0 TO w_fin3
                   NOT AT END
                       IF fpo_conducteur NOT = fa_conducteur THEN
                           MOVE 0 TO w_fin3
                       ELSE
                           ADD 1 TO w_pon_compte
                           ADD fpo_retard TO w_pon_cumul
                       END-IF
               END-PERFORM
           END-START
           CLOSE fponctualite
           IF w_pon_compte > 0 THEN
               COMPUTE w_pon_moyenne = w_pon_cumul / w_pon_compte
           END-IF.

       *> tri des resultats par date de depart puis prix croissants
       TRIER_RESULTATS_RECHERCHE.
           IF w_srch_nb > 1 THEN
                       ' heure : ' w_srch_heure(w_srch_i)
                   DISPLAY 'note conducteur : '
                       w_srch_note(w_srch_i) '/5'
                       ' - retard moyen : '
                       w_srch_retard(w_srch_i) ' min'
                       ' - annulations tardives : '
                       w_srch_annul(w_srch_i)
                   IF w_srch_dispo(w_srch_i) = 0 THEN
           MOVE 0 TO fres_montant_bloque
           MOVE 0 TO w_bloq_montant

           *> une reservation prise en charge par l'employeur ne
           *> bloque rien chez le voyageur
           MOVE 0 TO w_ent_prise
           OPEN INPUT fprisecharge
           MOVE fres_code TO fpc_fres_code
           READ fprisecharge
           NOT INVALID KEY
               IF fpc_statut = "R" THEN
                   MOVE 1 TO w_ent_prise
               END-IF
           END-READ
           CLOSE fprisecharge

           IF w_ent_prise = 1 THEN
               DISPLAY "Trajet pris en charge par l'employeur du"
                   " voyageur : aucun blocage."
           ELSE
               OPEN INPUT fannonce
               MOVE fres_code_annonce TO fa_code
               READ fannonce
               NOT INVALID KEY
                   *> seul le tarif du segment reserve est bloque, pas
                   *> le prix plein de l'annonce
                   MOVE fa_code TO w_pseg_code
                   MOVE fa_prix TO w_pseg_prix_plein
                   PERFORM PRIX_PLEIN_RESERVATION
                   MOVE fa_lieu_depart TO w_pseg_rdep
                   MOVE fa_lieu_darrive TO w_pseg_rarr
                   IF fres_lieu_depart NOT = SPACE THEN
                       MOVE fres_lieu_depart TO w_pseg_dep
                       MOVE fres_lieu_darrive TO w_pseg_arr
                   ELSE
                       MOVE fa_lieu_depart TO w_pseg_dep
                       MOVE fa_lieu_darrive TO w_pseg_arr
                   END-IF
                   OPEN INPUT fstop
                   PERFORM CALCULER_PRIX_SEGMENT
                   CLOSE fstop
                   IF fres_nb_places > 0 THEN
                       COMPUTE w_bloq_montant =
                           w_pseg_prix * fres_nb_places
                   ELSE
                       MOVE w_pseg_prix TO w_bloq_montant
                   END-IF
               END-READ
               CLOSE fannonce
           END-IF

           IF w_bloq_montant > 0 THEN
               MOVE 0 TO w_mdt_telephone
               OPEN I-O futilisateur
               MOVE fres_voyageur TO fu_telephone
               READ futilisateur KEY IS fu_telephone
                           w_aff_montant " EUR ; confirmation"
                       DISPLAY "sans garantie de paiement."
                   END-IF
                   IF fu_status = 1 THEN
                       MOVE fu_telephone TO w_mdt_telephone
                       COMPUTE w_mdt_solde =
                           fu_solde - fu_solde_bloque
                   END-IF
               END-READ
               CLOSE futilisateur

               *> solde disponible passe sous le seuil d'un mandat de
               *> recharge automatique
               IF w_mdt_telephone NOT = 0 THEN
                   PERFORM VERIFIER_MANDAT_RECHARGE
               END-IF
           END-IF.

       *> rend au voyageur de la reservation courante le montant
               STRING "RESERVATION " fres_code " : "
                   w_pts_points " POINT(S) DE FIDELITE RENDUS"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "POINTSREND" TO w_mdl_type
               MOVE fres_code TO w_mdl_code
               MOVE w_pts_points TO w_mdl_ref
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

                           STRING "RESERVATION " fres_code
                               " ACCEPTEE PAR LE CONDUCTEUR"
                               DELIMITED BY SIZE INTO w_notif_message
                           MOVE "RESAOK" TO w_mdl_type
                           MOVE fres_code TO w_mdl_code
                           PERFORM ENVOYER_NOTIFICATION
                       ELSE
                           MOVE 3 TO fres_statut_reservation
                           STRING "RESERVATION " fres_code
                               " REFUSEE PAR LE CONDUCTEUR"
                               DELIMITED BY SIZE INTO w_notif_message
                           MOVE "RESAKO" TO w_mdl_type
                           MOVE fres_code TO w_mdl_code
                           PERFORM ENVOYER_NOTIFICATION
                           PERFORM RENDRE_POINTS_RESERVATION
                       END-IF
                                   " ANNULEE"
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "ATTPURGE" TO w_mdl_type
                               MOVE w_code TO w_mdl_code
                               PERFORM ENVOYER_NOTIFICATION
                           END-IF
                           DELETE fwaitlist RECORD
               STRING "LISTE D'ATTENTE : RESERVATION " fres_code
                   " CREEE POUR VOUS"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "ATTPROMO" TO w_mdl_type
               MOVE fres_code TO w_mdl_code
               PERFORM ENVOYER_NOTIFICATION
               MOVE "E" TO w_jrn_op
               PERFORM IMAGE_RESERVATION
