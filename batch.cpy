       *> sur le solde (recharge, reglement de reservation...) ;
       *> suppose w_trans_telephone, w_trans_type et w_trans_montant
       *> deja renseignes par l'appelant. ft_type = "R" recharge,
       *> "D" debit voyageur, "C" credit conducteur (reglement),
       *> "B" bon cadeau utilise, "F" frais d'envoi d'un objet trouve,
       *> "K" annulation d'une recharge en litige carte, "L" recredit
       *> d'un litige gagne, "Q" virement de versement retourne par
       *> la banque, "N" solde dormant transfere aux fonds non
       *> reclames, "Z" solde reverse a la fermeture du compte
       *> (virement de cloture, don ou abandon d'un petit solde), "A"
       *> recharge automatique par prelevement
       ENREGISTRER_TRANSACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "T" TO w_type_code
               NOT INVALID KEY
                   MOVE "E" TO w_jrn_op
                   PERFORM IMAGE_TRANSACTION
                   PERFORM CUMULER_TOTAL_LEDGER
           END-WRITE
           CLOSE ftransaction.


       *> execute les travaux listes dans la carte batch, sans aucune
       *> saisie, et ecrit le compte rendu (debut, fin, code retour
       *> par travail) que l'ordonnanceur peut tester. Chaque carte
       *> devient une etape du train dans batchcontrole.dat ; une
       *> carte peut se terminer par "/ APRES=NOM1,NOM2 RC=n" : elle
       *> n'est lancee que si chacune des etapes nommees a tourne
       *> dans le train avec un code retour au plus n (4 par defaut),
       *> sinon elle est sautee. Une carte unique RESTART <train>
       *> reprend ce train a sa premiere etape non terminee, sans
       *> relancer celles qui ont abouti
       EXECUTER_CARTE_BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN EXTEND fbatchrun
           IF cr_fbatchrun = 35 THEN
               OPEN OUTPUT fbatchrun
           END-IF

           MOVE 0 TO w_trn_id
           MOVE 0 TO w_trn_nb
           MOVE 0 TO w_trn_reprise
           OPEN INPUT fbatchcarte
           OPEN I-O fbatchctl
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fbatchcarte
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF tamp_fbatchcarte NOT = SPACE THEN
                       IF w_trn_nb = 0 AND
                          tamp_fbatchcarte(1:8) = "RESTART " THEN
                           MOVE 1 TO w_trn_reprise
                           MOVE FUNCTION NUMVAL(tamp_fbatchcarte(9:20))
                               TO w_trn_id
                           MOVE 0 TO w_fin
                       ELSE
                           PERFORM ENREGISTRER_ETAPE_TRAIN
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbatchctl
           CLOSE fbatchcarte

           MOVE SPACE TO tamp_fbatchrun
           IF w_trn_reprise = 1 THEN
               STRING "REPRISE DU TRAIN " w_trn_id " "
                   WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                   WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                   WS-CURRENT-MIN ":" WS-CURRENT-SEC
                   DELIMITED BY SIZE INTO tamp_fbatchrun
           ELSE
               STRING "DEBUT DU TRAIN " w_trn_id " "
                   WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                   WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                   WS-CURRENT-MIN ":" WS-CURRENT-SEC
                   DELIMITED BY SIZE INTO tamp_fbatchrun
           END-IF
           WRITE tamp_fbatchrun

           PERFORM EXECUTER_TRAIN

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACE TO tamp_fbatchrun
           STRING "FIN DU TRAIN " w_trn_id " " WS-CURRENT-HOUR ":"
               WS-CURRENT-MIN ":" WS-CURRENT-SEC
               DELIMITED BY SIZE INTO tamp_fbatchrun
           WRITE tamp_fbatchrun
           CLOSE fbatchrun.

       *> ajoute la carte lue (tamp_fbatchcarte) comme etape "A" du
       *> train, dont le numero est tire a la premiere carte
       ENREGISTRER_ETAPE_TRAIN.
           IF w_trn_id = 0 THEN
               MOVE "t" TO w_type_code
               PERFORM GENERER_CODE
               MOVE w_code_code TO w_trn_id
           END-IF
           ADD 1 TO w_trn_nb
           MOVE tamp_fbatchcarte TO w_trn_carte
           PERFORM DECOUPER_CARTE_TRAIN
           MOVE w_trn_id TO fbk_train
           MOVE w_trn_nb TO fbk_etape
           MOVE w_trn_carte TO fbk_carte
           MOVE w_trn_nom TO fbk_job
           MOVE "A" TO fbk_statut
           MOVE 0 TO fbk_rc
           MOVE 0 TO fbk_date
           MOVE 0 TO fbk_heure
           MOVE 0 TO fbk_passages
           WRITE tamp_fbatchctl
           INVALID KEY
               REWRITE tamp_fbatchctl
           END-WRITE.

       *> separe la carte w_trn_carte en partie travail (w_job_carte)
       *> et partie controle (w_trn_ctrl) ; w_trn_nom recoit le nom
       *> du travail, prefixe OUVRABLE ote
       DECOUPER_CARTE_TRAIN.
           MOVE SPACE TO w_job_carte
           MOVE SPACE TO w_trn_ctrl
           UNSTRING w_trn_carte DELIMITED BY "/"
               INTO w_job_carte w_trn_ctrl
           END-UNSTRING
           MOVE SPACE TO w_trn_tok1
           MOVE SPACE TO w_trn_tok2
           UNSTRING w_job_carte DELIMITED BY ALL SPACE
               INTO w_trn_tok1 w_trn_tok2
           END-UNSTRING
           IF w_trn_tok1 = "OUVRABLE" THEN
               MOVE w_trn_tok2 TO w_trn_nom
           ELSE
               MOVE w_trn_tok1 TO w_trn_nom
           END-IF.

       *> deroule les etapes du train w_trn_id qui ne sont pas encore
       *> terminees, dans l'ordre des cartes
       EXECUTER_TRAIN.
           MOVE 1 TO w_trn_etape
           MOVE 1 TO w_trn_fin
           PERFORM WITH TEST AFTER UNTIL w_trn_fin = 0
               OPEN INPUT fbatchctl
               MOVE w_trn_id TO fbk_train
               MOVE w_trn_etape TO fbk_etape
               READ fbatchctl
               INVALID KEY
                   MOVE 0 TO w_trn_fin
               NOT INVALID KEY
                   MOVE fbk_carte TO w_trn_carte
                   MOVE fbk_statut TO w_trn_statut
               END-READ
               CLOSE fbatchctl

               IF w_trn_fin = 1 THEN
                   IF w_trn_statut = "T" THEN
                       PERFORM DECOUPER_CARTE_TRAIN
                       MOVE SPACE TO tamp_fbatchrun
                       STRING w_trn_nom " DEJA TERMINE, NON RELANCE"
                           DELIMITED BY SIZE INTO tamp_fbatchrun
                       WRITE tamp_fbatchrun
                   ELSE
                       PERFORM EXECUTER_ETAPE_TRAIN
                   END-IF
                   ADD 1 TO w_trn_etape
               END-IF
           END-PERFORM

           IF w_trn_etape = 1 THEN
               MOVE SPACE TO tamp_fbatchrun
               STRING "TRAIN " w_trn_id " INCONNU OU SANS ETAPE"
                   DELIMITED BY SIZE INTO tamp_fbatchrun
               WRITE tamp_fbatchrun
           END-IF.

       *> lance l'etape courante si ses dependances sont satisfaites
       *> et note son issue dans le controle du train
       EXECUTER_ETAPE_TRAIN.
           PERFORM DECOUPER_CARTE_TRAIN
           PERFORM VERIFIER_DEPENDANCES_ETAPE

           IF w_trn_pret = 1 THEN
               PERFORM EXECUTER_UN_JOB
               IF w_job_rc > 4 THEN
                   MOVE "E" TO w_trn_statut
               ELSE
                   MOVE "T" TO w_trn_statut
               END-IF
           ELSE
               MOVE "S" TO w_trn_statut
               MOVE 0 TO w_job_rc
               MOVE SPACE TO tamp_fbatchrun
               STRING w_trn_nom " SAUTE : " w_trn_manque
                   " NON TERMINE OU CODE RETOUR SUPERIEUR A "
                   w_trn_maxrc
                   DELIMITED BY SIZE INTO tamp_fbatchrun
               WRITE tamp_fbatchrun
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fbatchctl
           MOVE w_trn_id TO fbk_train
           MOVE w_trn_etape TO fbk_etape
           READ fbatchctl
           NOT INVALID KEY
               MOVE w_trn_statut TO fbk_statut
               MOVE w_job_rc TO fbk_rc
               COMPUTE fbk_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               COMPUTE fbk_heure = WS-CURRENT-HOUR * 10000
                   + WS-CURRENT-MIN * 100 + WS-CURRENT-SEC
               IF w_trn_pret = 1 THEN
                   ADD 1 TO fbk_passages
               END-IF
               REWRITE tamp_fbatchctl
           END-READ
           CLOSE fbatchctl.

       *> w_trn_pret a 1 si chaque etape nommee par APRES= a deja
       *> tourne dans ce train (derniere occurrence avant l'etape
       *> courante) avec un code retour au plus RC= ; sinon le nom
       *> fautif est dans w_trn_manque
       VERIFIER_DEPENDANCES_ETAPE.
           MOVE 1 TO w_trn_pret
           MOVE SPACE TO w_trn_manque
           MOVE SPACE TO w_trn_deps
           MOVE 4 TO w_trn_maxrc
           MOVE SPACE TO w_trn_tok1
           MOVE SPACE TO w_trn_tok2
           MOVE SPACE TO w_trn_tok3
           UNSTRING w_trn_ctrl DELIMITED BY ALL SPACE
               INTO w_trn_tok1 w_trn_tok2 w_trn_tok3
           END-UNSTRING
           PERFORM LIRE_JETON_CONTROLE
           MOVE w_trn_tok2 TO w_trn_tok1
           PERFORM LIRE_JETON_CONTROLE
           MOVE w_trn_tok3 TO w_trn_tok1
           PERFORM LIRE_JETON_CONTROLE

           MOVE 1 TO w_trn_k
           PERFORM WITH TEST AFTER UNTIL w_trn_k > 5
               IF w_trn_dep(w_trn_k) NOT = SPACE AND w_trn_pret = 1
                  THEN
                   PERFORM CHERCHER_DEPENDANCE_ETAPE
                   IF w_trn_trouve = 0 OR
                      (w_trn_dep_statut NOT = "T" AND
                       w_trn_dep_statut NOT = "E") OR
                      w_trn_dep_rc > w_trn_maxrc THEN
                       MOVE 0 TO w_trn_pret
                       MOVE w_trn_dep(w_trn_k) TO w_trn_manque
                   END-IF
               END-IF
               ADD 1 TO w_trn_k
           END-PERFORM.

       LIRE_JETON_CONTROLE.
           IF w_trn_tok1(1:6) = "APRES=" THEN
               UNSTRING w_trn_tok1(7:34) DELIMITED BY ","
                   INTO w_trn_dep(1) w_trn_dep(2) w_trn_dep(3)
                        w_trn_dep(4) w_trn_dep(5)
               END-UNSTRING
           ELSE
               IF w_trn_tok1(1:3) = "RC=" THEN
                   MOVE FUNCTION NUMVAL(w_trn_tok1(4:3)) TO w_trn_maxrc
               END-IF
           END-IF.

       *> derniere etape du train anterieure a l'etape courante dont
       *> le travail est w_trn_dep(w_trn_k)
       CHERCHER_DEPENDANCE_ETAPE.
           MOVE 0 TO w_trn_trouve
           MOVE SPACE TO w_trn_dep_statut
           MOVE 0 TO w_trn_dep_rc
           OPEN INPUT fbatchctl
           MOVE 1 TO w_trn_j
           PERFORM WITH TEST AFTER UNTIL w_trn_j >= w_trn_etape
               IF w_trn_j < w_trn_etape THEN
                   MOVE w_trn_id TO fbk_train
                   MOVE w_trn_j TO fbk_etape
                   READ fbatchctl
                   NOT INVALID KEY
                       IF fbk_job = w_trn_dep(w_trn_k) THEN
                           MOVE 1 TO w_trn_trouve
                           MOVE fbk_statut TO w_trn_dep_statut
                           MOVE fbk_rc TO w_trn_dep_rc
                       END-IF
                   END-READ
               END-IF
               ADD 1 TO w_trn_j
           END-PERFORM
           CLOSE fbatchctl.

       EXECUTER_UN_JOB.
           MOVE SPACE TO w_job_nom
           MOVE SPACE TO w_job_arg
           MOVE SPACE TO w_job_arg2
           UNSTRING w_job_carte DELIMITED BY ALL SPACE
               INTO w_job_nom w_job_arg w_job_arg2
           END-UNSTRING

           WRITE tamp_fbatchrun

           MOVE 0 TO w_job_rc
           PERFORM INITIALISER_TOTAUX_CONTROLE
           IF w_cal_ouvrable = 0 THEN
               MOVE 4 TO w_job_rc
               DISPLAY w_job_nom " reporte : jour non ouvrable."
               PERFORM PASSIF_QUOTIDIEN_CORPS
           WHEN "RAPPEL"
               PERFORM RAPPELER_DEPARTS_DEMAIN
           WHEN "PARTAGE"
               PERFORM PARTAGER_TRAJETS_DU_JOUR
           WHEN "PALIERS"
               PERFORM RECALCULER_PALIERS_CORPS
           WHEN "ACQUEREUR"
               PERFORM TRAITER_ACQUEREUR_CORPS
           WHEN "LITIGES"
               PERFORM INTEGRER_LITIGES_CARTE_CORPS
           WHEN "RETOURVIR"
               PERFORM TRAITER_RETOURS_VIREMENT_CORPS
           WHEN "ACCUSES"
               PERFORM TRAITER_ACCUSES_SMS_CORPS
           WHEN "OPENDATA"
               MOVE 0 TO w_od_complet
               IF w_job_arg = "COMPLET" THEN
                   MOVE 1 TO w_od_complet
               END-IF
               PERFORM PUBLIER_FLUX_OUVERT_CORPS
           WHEN "IMPORTANN"
               IF w_job_arg = SPACE THEN
                   MOVE 8 TO w_job_rc
               ELSE
                   MOVE w_job_arg TO w_imp_partenaire
                   MOVE 0 TO w_imp_simulation
                   IF w_job_arg2 = "SIMULATION" THEN
                       MOVE 1 TO w_imp_simulation
                   END-IF
                   PERFORM IMPORTER_ANNONCES_CORPS
               END-IF
           WHEN "ENTREPOT"
               IF w_job_arg = "REPRISE" THEN
                   MOVE 1 TO w_et_reprise
               ELSE
                   MOVE 0 TO w_et_reprise
               END-IF
               PERFORM EXTRAIRE_ENTREPOT_CORPS
           WHEN "REGISTRE"
               PERFORM RAPPROCHER_REGISTRE_CORPS
           WHEN "RAPPROCHE"
               PERFORM RAPPROCHER_SOLDES_CORPS
           WHEN "FORMATION"
               PERFORM FORMER_JEU_FORMATION_CORPS
           WHEN "APPROBATIONS"
               PERFORM EXPIRER_APPROBATIONS_CORPS
           WHEN "PREVISION"
               PERFORM PREVOIR_DEMANDE_CORPS
           WHEN "COHORTES"
               PERFORM RAPPORT_COHORTES_MOIS
           WHEN "DORMANCE"
               PERFORM DORMANCE_CORPS
           WHEN "PRELEVEMENT"
               PERFORM PRELEVER_MANDATS_CORPS
           WHEN "RETOURPRL"
               PERFORM TRAITER_RETOURS_PRELEVEMENT_CORPS
           WHEN "ENQUETE"
               PERFORM ENVOYER_ENQUETES_CORPS
           WHEN "SATISFACTION"
               IF w_job_arg = SPACE THEN
                   PERFORM RAPPORT_SATISFACTION_MOIS
               ELSE
                   MOVE FUNCTION NUMVAL(w_job_arg) TO w_sat_periode
                   PERFORM RAPPORT_SATISFACTION_CORPS
               END-IF
           WHEN "CAPACITE"
               PERFORM RELEVER_CAPACITE_CORPS
           WHEN "BAISSE"
               PERFORM APPLIQUER_BAISSES_CORPS
           WHEN "BACKUP"
               IF w_job_arg = "VERIFY" THEN
                   MOVE 0 TO w_sav_gen
                   IF w_job_arg2 NOT = SPACE THEN
                       MOVE FUNCTION NUMVAL(w_job_arg2) TO w_sav_gen
                   END-IF
                   PERFORM VERIFIER_SAUVEGARDE_CORPS
               ELSE
                   IF w_job_arg = "FORCE" THEN
                       MOVE 1 TO w_sav_force
                   ELSE
                       MOVE 0 TO w_sav_force
                   END-IF
                   PERFORM SAUVEGARDER_CORPS
               END-IF
           WHEN "EQUILIBRE"
               IF w_job_arg = SPACE THEN
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   COMPUTE w_eq_jour = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               ELSE
                   MOVE FUNCTION NUMVAL(w_job_arg) TO w_eq_jour
               END-IF
               PERFORM EQUILIBRER_TOTAUX_CORPS
           WHEN "ASSUREUR"
               *> sans date, le jour meme : le train de nuit declare
               *> les departs de la journee ecoulee
               IF w_job_arg = SPACE THEN
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   COMPUTE w_asu_date = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               ELSE
                   MOVE FUNCTION NUMVAL(w_job_arg) TO w_asu_date
               END-IF
               PERFORM DECLARER_ASSUREUR_CORPS
           WHEN "EMPLOYEURS"
               IF w_job_arg = SPACE THEN
                   MOVE 8 TO w_job_rc
               ELSE
                   MOVE FUNCTION NUMVAL(w_job_arg) TO w_ent_periode
                   DIVIDE w_ent_periode BY 100 GIVING w_ent_annee
                       REMAINDER w_ent_mois
                   PERFORM FACTURER_EMPLOYEURS_CORPS
               END-IF
           WHEN OTHER
               MOVE 8 TO w_job_rc
           END-EVALUATE
           END-IF

           PERFORM ECRIRE_TOTAUX_CONTROLE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACE TO tamp_fbatchrun
           STRING w_job_nom " FIN " WS-CURRENT-HOUR ":"
           DISPLAY "(AAAAMMJJHHMMSS, 99999999999999 = tout)"
           ACCEPT w_jrn_borne

           *> le catalogue des sauvegardes donne la ligne du journal
           *> a laquelle le jeu restaure a ete pris : seules les
           *> images posterieures sont rejouees
           PERFORM DERNIER_JEU_SAUVEGARDE
           IF w_sav_gen > 0 THEN
               PERFORM LIRE_ENTETE_SAUVEGARDE
               DISPLAY "Dernier jeu de sauvegarde complet : " w_sav_gen
                   " du " fsg_date " a " fsg_heure
               DISPLAY "(journal a la ligne " fsg_jrn_position ")"
           END-IF
           MOVE 0 TO w_sav_trouve
           PERFORM WITH TEST AFTER UNTIL w_sav_trouve = 1
               DISPLAY "Generation de la sauvegarde restauree ?"
               DISPLAY "(0 = rejouer tout le journal)"
               ACCEPT w_sav_gen
               MOVE 0 TO w_jrn_depart
               IF w_sav_gen = 0 THEN
                   MOVE 1 TO w_sav_trouve
               ELSE
                   PERFORM LIRE_ENTETE_SAUVEGARDE
                   IF w_sav_trouve = 0 THEN
                       DISPLAY "Generation absente du catalogue."
                   ELSE
                       MOVE fsg_jrn_position TO w_jrn_depart
                       IF fsg_statut = "E" OR fsg_statut = "X" THEN
                           DISPLAY "*** Jeu incomplet ou en echec a la"
                               " relecture (statut " fsg_statut ")."
                       END-IF
                       DISPLAY "Rejeu a partir de la ligne "
                           w_jrn_depart " (exclue) du journal."
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Les fichiers courants vont etre modifies"
           IF w_rep = "OUI" THEN
               MOVE 0 TO w_jrn_nb
               MOVE 0 TO w_jrn_skip
               MOVE 0 TO w_jrn_lu

               OPEN INPUT fjournal
               IF cr_fjournal NOT = 00 THEN
                       READ fjournal
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           ADD 1 TO w_jrn_lu
                           IF w_jrn_lu > w_jrn_depart THEN
                               PERFORM REJOUER_UNE_IMAGE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ftransaction
           DISPLAY "Generation " w_sp_gen " (" w_sp_rapport
               ") conservee a la bobine.".

       *> expiration des demandes de double validation restees
       *> sans decision plus de VALIDATION-DELAI-H heures : statut
       *> X, ligne au journal d'audit, avis au demandeur et compte
       *> rendu (a l'ouverture de la file et au travail APPROBATIONS)
       EXPIRER_APPROBATIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_ap_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE 0 TO w_ap_expirees
           OPEN I-O fapprob
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fapprob NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fap_statut = "E" THEN
                       PERFORM EXPIRER_UNE_VALIDATION
                   END-IF
           END-PERFORM
           CLOSE fapprob

           IF w_ap_expirees > 0 THEN
               DISPLAY "*** " w_ap_expirees
                   " demande(s) expiree(s) sans decision."
           END-IF.

       EXPIRER_UNE_VALIDATION.
           COMPUTE w_ap_age =
               (FUNCTION INTEGER-OF-DATE(w_ap_jour)
               - FUNCTION INTEGER-OF-DATE(fap_date)) * 1440
               + WS-CURRENT-HOUR * 60 + WS-CURRENT-MIN
               - fap_hh * 60 - fap_mn
           IF w_ap_age >= w_ap_delai * 60 THEN
               MOVE "X" TO fap_statut
               REWRITE tamp_fapprob
               ADD 1 TO w_ap_expirees

               PERFORM LIBELLER_VALIDATION
               DISPLAY "*** Demande " fap_num " (" w_ap_libelle
                   ") de " fap_demandeur " du " fap_date
                   " expiree."

               MOVE SPACE TO w_audit_action
               STRING "EXPIRATION DEMANDE " fap_num
                   DELIMITED BY SIZE INTO w_audit_action
               MOVE SPACE TO w_audit_cible
               STRING "DEMANDEUR " fap_demandeur
                   DELIMITED BY SIZE INTO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               MOVE fap_demandeur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "VOTRE DEMANDE " fap_num
                   " A EXPIRE SANS DECISION"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "DEMANDEEXP" TO w_mdl_type
               MOVE fap_num TO w_mdl_ref
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       EXPIRER_APPROBATIONS_CORPS.
           PERFORM EXPIRER_APPROBATIONS
           DISPLAY "Expiration des demandes : " w_ap_expirees
               " demande(s) expiree(s)."
           MOVE w_ap_expirees TO w_ctl_ecrits.

       *> ecrit une ligne au journal d'audit administrateur ;
       *> l'appelant renseigne w_audit_action et w_audit_cible
       *> (SPACE quand l'action n'a pas de cible particuliere)

       *> depose un message structure dans la boite d'envoi SMS ;
       *> l'appelant renseigne w_notif_telephone, w_ob_type et
       *> w_ob_texte (remplace par le modele w_mdl_type s'il est
       *> renseigne et catalogue)
       DEPOSER_OUTBOX.
           IF w_mode_formation = 1 THEN
               DISPLAY "(formation) SMS non envoye a "
                   w_notif_telephone
           ELSE
               PERFORM DEPOSER_OUTBOX_SUITE
           END-IF.

       DEPOSER_OUTBOX_SUITE.
           IF w_mdl_type NOT = SPACE THEN
               MOVE w_notif_telephone TO w_mdl_tel
               PERFORM RENDRE_MODELE
               IF w_mdl_trouve = 1 THEN
                   MOVE w_mdl_texte TO w_ob_texte
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "O" TO w_type_code
           PERFORM GENERER_CODE
       *> w_notif_telephone ; suppose w_notif_message deja renseigne
       *> par l'appelant. La notification sera affichee (et marquee
       *> lue) a sa prochaine connexion, et part aussi vers la
       *> passerelle SMS. Avec w_mdl_type renseigne, le libelle
       *> vient du catalogue dans la langue du destinataire
       ENVOYER_NOTIFICATION.
           IF w_mdl_type NOT = SPACE THEN
               MOVE w_notif_telephone TO w_mdl_tel
               PERFORM RENDRE_MODELE
               IF w_mdl_trouve = 1 THEN
                   MOVE w_mdl_texte TO w_notif_message
               END-IF
           END-IF

           PERFORM DEPOSER_NOTIFICATION

           MOVE "NOTIF" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           MOVE w_notif_message TO w_ob_texte
           PERFORM DEPOSER_OUTBOX.

       *> ecriture dans la seule boite de l'application, sans SMS
       DEPOSER_NOTIFICATION.
           IF w_mdl_type NOT = SPACE THEN
               MOVE w_notif_telephone TO w_mdl_tel
               PERFORM RENDRE_MODELE
               IF w_mdl_trouve = 1 THEN
                   MOVE w_mdl_texte TO w_notif_message
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "N" TO w_type_code
           PERFORM GENERER_CODE
               INVALID KEY
                   DISPLAY "Impossible d'enregistrer la notification."
           END-WRITE
           CLOSE fnotif.

       *> langue preferee de w_mdl_tel dans w_mdl_langue (FR par
       *> defaut)
       LIRE_LANGUE.
           MOVE "FR" TO w_mdl_langue
           OPEN INPUT flangue
           IF cr_flangue = 00 THEN
               MOVE w_mdl_tel TO fla_telephone
               READ flangue
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fla_langue TO w_mdl_langue
               END-READ
               CLOSE flangue
           END-IF.

       *> rend le modele w_mdl_type dans la langue de w_mdl_tel :
       *> w_mdl_trouve vaut 1 et w_mdl_texte porte le libelle avec
       *> ses champs remplaces ; a 0, l'appelant garde son libelle.
       *> Le type et les valeurs sont effaces apres usage
       RENDRE_MODELE.
           MOVE 0 TO w_mdl_trouve
           PERFORM LIRE_LANGUE

           OPEN INPUT fmodele
           IF cr_fmodele = 00 THEN
               MOVE w_mdl_type TO fmo_type
               MOVE w_mdl_langue TO fmo_langue
               READ fmodele
               INVALID KEY
                   IF w_mdl_langue NOT = "FR" THEN
                       MOVE "FR" TO fmo_langue
                       READ fmodele
                       NOT INVALID KEY
                           MOVE 1 TO w_mdl_trouve
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE 1 TO w_mdl_trouve
               END-READ
               IF w_mdl_trouve = 1 THEN
                   MOVE fmo_texte TO w_mdl_modele
               END-IF
               CLOSE fmodele
           END-IF

           IF w_mdl_trouve = 1 THEN
               MOVE SPACE TO w_mdl_texte
               MOVE 1 TO w_mdl_p
               MOVE 1 TO w_mdl_i
               PERFORM WITH TEST AFTER UNTIL w_mdl_i > 80 OR
                   w_mdl_p > 80
                   EVALUATE TRUE
                   WHEN w_mdl_i < 77 AND
                        w_mdl_modele(w_mdl_i:5) = "{NOM}"
                       MOVE w_mdl_nom TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 5 TO w_mdl_i
                   WHEN w_mdl_i < 77 AND
                        w_mdl_modele(w_mdl_i:5) = "{TEL}"
                       MOVE w_mdl_num_tel TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 5 TO w_mdl_i
                   WHEN w_mdl_i < 77 AND
                        w_mdl_modele(w_mdl_i:5) = "{REF}"
                       MOVE w_mdl_ref TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 5 TO w_mdl_i
                   WHEN w_mdl_i < 76 AND
                        w_mdl_modele(w_mdl_i:6) = "{DATE}"
                       MOVE w_mdl_date TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 6 TO w_mdl_i
                   WHEN w_mdl_i < 76 AND
                        w_mdl_modele(w_mdl_i:6) = "{CODE}"
                       MOVE w_mdl_code TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 6 TO w_mdl_i
                   WHEN w_mdl_i < 73 AND
                        w_mdl_modele(w_mdl_i:9) = "{MONTANT}"
                       MOVE w_mdl_montant TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 9 TO w_mdl_i
                   WHEN w_mdl_i < 75 AND
                        w_mdl_modele(w_mdl_i:7) = "{TEXTE}"
                       MOVE w_mdl_libre TO w_mdl_valeur
                       PERFORM AJOUTER_VALEUR_MODELE
                       ADD 7 TO w_mdl_i
                   WHEN OTHER
                       STRING w_mdl_modele(w_mdl_i:1)
                           DELIMITED BY SIZE INTO w_mdl_texte
                           WITH POINTER w_mdl_p
                       END-STRING
                       ADD 1 TO w_mdl_i
                   END-EVALUATE
               END-PERFORM
           END-IF

           MOVE SPACE TO w_mdl_type
           MOVE SPACE TO w_mdl_nom
           MOVE SPACE TO w_mdl_num_tel
           MOVE SPACE TO w_mdl_date
           MOVE SPACE TO w_mdl_code
           MOVE SPACE TO w_mdl_ref
           MOVE SPACE TO w_mdl_montant
           MOVE SPACE TO w_mdl_libre.

       *> recopie w_mdl_valeur dans le libelle, sans ses blancs de
       *> tete (montants edites) ni de fin
       AJOUTER_VALEUR_MODELE.
           MOVE 0 TO w_mdl_blancs
           INSPECT w_mdl_valeur TALLYING w_mdl_blancs
               FOR LEADING SPACE
           IF w_mdl_blancs < 70 THEN
               STRING w_mdl_valeur(w_mdl_blancs + 1:)
                   DELIMITED BY "  " INTO w_mdl_texte
                   WITH POINTER w_mdl_p
               END-STRING
           END-IF.

       *> consentement commercial de w_cst_tel : w_cst_ancien_sms et
       *> w_cst_ancien_inbox valent O ou N (N sans enregistrement)
       LIRE_CONSENTEMENT.
           MOVE "N" TO w_cst_ancien_sms
           MOVE "N" TO w_cst_ancien_inbox
           OPEN INPUT fconsent
           IF cr_fconsent = 00 THEN
               MOVE w_cst_tel TO fcs_telephone
               READ fconsent
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fcs_sms TO w_cst_ancien_sms
                   MOVE fcs_inbox TO w_cst_ancien_inbox
               END-READ
               CLOSE fconsent
           END-IF.

       *> enregistre le consentement de w_cst_tel ; w_cst_sms et
       *> w_cst_inbox a espace laissent le canal inchange. Chaque
       *> changement est historise avec son origine w_cst_source
       ENREGISTRER_CONSENTEMENT.
           PERFORM LIRE_CONSENTEMENT
           IF w_cst_sms = SPACE THEN
               MOVE w_cst_ancien_sms TO w_cst_sms
           END-IF
           IF w_cst_inbox = SPACE THEN
               MOVE w_cst_ancien_inbox TO w_cst_inbox
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_cst_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           IF w_cst_sms NOT = w_cst_ancien_sms THEN
               MOVE "SMS" TO w_cst_canal
               MOVE w_cst_ancien_sms TO w_cst_avant
               MOVE w_cst_sms TO w_cst_apres
               PERFORM HISTORISER_CONSENTEMENT
           END-IF
           IF w_cst_inbox NOT = w_cst_ancien_inbox THEN
               MOVE "INBOX" TO w_cst_canal
               MOVE w_cst_ancien_inbox TO w_cst_avant
               MOVE w_cst_inbox TO w_cst_apres
               PERFORM HISTORISER_CONSENTEMENT
           END-IF

           MOVE w_cst_tel TO fcs_telephone
           MOVE w_cst_sms TO fcs_sms
           MOVE w_cst_inbox TO fcs_inbox
           MOVE w_cst_jour TO fcs_date
           OPEN I-O fconsent
           WRITE tamp_fconsent
           INVALID KEY
               REWRITE tamp_fconsent
           END-WRITE
           CLOSE fconsent.

       HISTORISER_CONSENTEMENT.
           OPEN EXTEND fconsenthist
           IF cr_fconsenthist = 35 THEN
               OPEN OUTPUT fconsenthist
           END-IF
           MOVE SPACE TO tamp_fconsenthist
           STRING w_cst_jour " " w_cst_tel " " w_cst_canal " "
               w_cst_avant "->" w_cst_apres " " w_cst_source
               DELIMITED BY SIZE INTO tamp_fconsenthist
           WRITE tamp_fconsenthist
           CLOSE fconsenthist.

       *> affiche les notifications non lues de l'utilisateur connecte
       *> (wu_telephone) et les marque lues ; appele par CONNEXION
               MOVE SPACE TO w_ob_texte
               STRING "VOTRE CODE DE REINITIALISATION EST "
                   w_code_code DELIMITED BY SIZE INTO w_ob_texte
               MOVE "RESET" TO w_mdl_type
               MOVE w_code_code TO w_mdl_code
               PERFORM DEPOSER_OUTBOX

               DISPLAY "UN CODE DE REINITIALISATION VOUS A ETE"
           COMPUTE w_regl_aujourdhui = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           *> totaux de controle propres au reglement, cumules ligne
           *> a ligne : prix regles, commission, part employeur
           MOVE "PRIX" TO w_ctl_ext_nom(1)
           MOVE "COMMISSION" TO w_ctl_ext_nom(2)
           MOVE "EMPLOYEUR" TO w_ctl_ext_nom(3)
           MOVE 3 TO w_ctl_nb_ext

           *> les demandes restees sans reponse expirent avant la
           *> cloture du jour, sinon elles seraient reglees comme des
           *> trajets confirmes
           PERFORM EXPIRER_DEMANDES_EN_ATTENTE
           PERFORM EXPIRER_DEMANDES_TRAJET
           PERFORM CLORE_OBJETS_NON_RECLAMES

           PERFORM CLOTURER_TRAJETS_DU_JOUR

                      w_periode_close = 0 THEN
                       PERFORM REGLER_RESERVATION
                       MOVE SPACE TO tamp_frevenue
                       ADD 1 TO w_ctl_lus
                       IF w_reglement_ok = 1 THEN
                           ADD 1 TO w_ctl_ecrits
                           ADD fs_prix TO w_ctl_ext_val(1)
                           ADD fs_commission TO w_ctl_ext_val(2)
                           IF w_ent_prise = 1 THEN
                               ADD fs_prix TO w_ctl_ext_val(3)
                           END-IF
                           ADD fs_net_conducteur TO w_total_revenu
                           MOVE "O" TO fs_regle
                           REWRITE tamp_fstatistiques
                               w_aff_montant2 " EUR)"
                               DELIMITED BY SIZE INTO tamp_frevenue
                       ELSE
                           ADD 1 TO w_ctl_rejets
                           PERFORM METTRE_EN_RELANCE
                           STRING "Conducteur " fs_conducteur
                               " : REGLEMENT EN ECHEC (voyageur "
                   STRING "RESERVATION " fres_code " EXPIREE SANS"
                       " REPONSE DU CONDUCTEUR"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "RESAEXPV" TO w_mdl_type
                   MOVE fres_code TO w_mdl_code
                   PERFORM ENVOYER_NOTIFICATION

                   MOVE fres_conducteur TO w_notif_telephone
                   STRING "DEMANDE " fres_code " EXPIREE, PLACES"
                       " REMISES EN VENTE"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "RESAEXPC" TO w_mdl_type
                   MOVE fres_code TO w_mdl_code
                   PERFORM ENVOYER_NOTIFICATION
               END-IF
           END-READ.

       *> les demandes de trajet restees ouvertes apres leur date
       *> expirent : les propositions en attente deviennent caduques,
       *> le voyageur est prevenu et la demande rejoint le fichier
       *> des demandes non servies qui alimente les chiffres de
       *> demande non satisfaite
       EXPIRER_DEMANDES_TRAJET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_dt_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_dt_compte

           OPEN I-O fdemtrajet
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fdemtrajet NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fdt_statut = "O" AND fdt_date < w_dt_jour THEN
                       MOVE "E" TO fdt_statut
                       REWRITE tamp_fdemtrajet
                       END-REWRITE
                       ADD 1 TO w_dt_compte
                       MOVE fdt_num TO w_dt_num
                       PERFORM CLORE_PROPOSITIONS_DEMANDE
                       PERFORM VERSER_DEMANDE_NON_SERVIE

                       MOVE fdt_voyageur TO w_notif_telephone
                       MOVE SPACE TO w_notif_message
                       STRING "DEMANDE DE TRAJET " fdt_num
                           " EXPIREE SANS RESERVATION"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "DEMTRAJEXP" TO w_mdl_type
                       MOVE fdt_num TO w_mdl_ref
                       PERFORM ENVOYER_NOTIFICATION
                   END-IF
           END-PERFORM
           CLOSE fdemtrajet

           IF w_dt_compte > 0 THEN
               DISPLAY w_dt_compte " demande(s) de trajet expiree(s)."
           END-IF.

       *> ligne de demande non servie pour la demande de trajet
       *> courante, au meme format que celles des recherches vaines
       VERSER_DEMANDE_NON_SERVIE.
           MOVE 0 TO w_dt_type
           OPEN INPUT futilisateur
           MOVE fdt_voyageur TO fu_telephone
           READ futilisateur KEY IS fu_telephone
           NOT INVALID KEY
               MOVE fu_type TO w_dt_type
           END-READ
           CLOSE futilisateur

           OPEN EXTEND fdemande
           IF cr_fdemande = 35 THEN
               OPEN OUTPUT fdemande
           END-IF
           MOVE fdt_depart TO fdm_depart
           MOVE fdt_arrivee TO fdm_arrive
           MOVE fdt_date TO fdm_date
           MOVE w_dt_type TO fdm_type
           WRITE tamp_fdemande
           CLOSE fdemande.

       *> rappels de veille de depart : chaque voyageur confirme des
       *> annonces partant demain recoit le lieu et l'adresse du
       *> rendez-vous, et chaque conducteur un recapitulatif de ses
           IF w_rappel_annonces > 0 THEN
               DISPLAY w_rappel_annonces " annonce(s) de demain"
                   " rappelee(s)."
           END-IF
           MOVE w_rappel_annonces TO w_ctl_ecrits.

       *> passe de rappels pour la date w_rappel_demain, par la cle
       *> de date (seule la tranche du jour vise est lue)
           END-START
           CLOSE fannonce.

       *> objets restes sans reclamation plus de OBJET-DELAI jours
       *> apres leur declaration : fermes d'office, les deux parties
       *> prevenues
       CLORE_OBJETS_NON_RECLAMES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_obj_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE FUNCTION INTEGER-OF-DATE(w_obj_jour)
               TO w_obj_int_jour
           MOVE 0 TO w_obj_nb

           OPEN I-O fobjet
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fobjet NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fot_statut = "O" THEN
                       MOVE FUNCTION INTEGER-OF-DATE(fot_date)
                           TO w_obj_int
                       IF w_obj_int_jour - w_obj_int > w_obj_delai
                       THEN
                           MOVE "F" TO fot_statut
                           MOVE w_obj_jour TO fot_cloture
                           REWRITE tamp_fobjet
                           END-REWRITE
                           ADD 1 TO w_obj_nb

                           MOVE fot_declarant TO w_notif_telephone
                           MOVE SPACE TO w_notif_message
                           STRING "OBJET " fot_num
                               " FERME SANS RECLAMATION"
                               DELIMITED BY SIZE INTO w_notif_message
                           MOVE "OBJFERME" TO w_mdl_type
                           MOVE fot_num TO w_mdl_ref
                           PERFORM ENVOYER_NOTIFICATION
                           MOVE fot_autre TO w_notif_telephone
                           MOVE "OBJFERME" TO w_mdl_type
                           MOVE fot_num TO w_mdl_ref
                           PERFORM ENVOYER_NOTIFICATION
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fobjet

           IF w_obj_nb > 0 THEN
               DISPLAY w_obj_nb " objet(s) trouve(s) ferme(s) sans"
                   " reclamation."
           END-IF.

       *> ligne objets trouves du recapitulatif mensuel : objets
       *> declares sur la periode w_clo_annee / w_clo_mois et leur
       *> sort a ce jour
       COMPTER_OBJETS_MOIS.
           MOVE 0 TO w_obj_decl
           MOVE 0 TO w_obj_remis
           MOVE 0 TO w_obj_poste
           MOVE 0 TO w_obj_ferme
           MOVE 0 TO w_obj_ouvert
           MOVE 0 TO w_obj_frais
           OPEN INPUT fobjet
           MOVE 1 TO w_fin2
           PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
               READ fobjet NEXT
               AT END MOVE 0 TO w_fin2
               NOT AT END
                   IF fot_date(1:4) = w_clo_annee AND
                      fot_date(5:2) = w_clo_mois THEN
                       ADD 1 TO w_obj_decl
                       ADD fot_frais TO w_obj_frais
                       EVALUATE fot_statut
                       WHEN "R"
                           ADD 1 TO w_obj_remis
                       WHEN "E"
                           ADD 1 TO w_obj_poste
                       WHEN "F"
                           ADD 1 TO w_obj_ferme
                       WHEN OTHER
                           ADD 1 TO w_obj_ouvert
                       END-EVALUATE
                   END-IF
           END-PERFORM
           CLOSE fobjet.

       *> partage du trajet du jour de depart : pour chaque
       *> reservation confirmee d'une annonce du jour dont le
       *> voyageur a donne son accord, SMS a ses contacts d'urgence
       *> (prenom du conducteur, plaque, route, arrivee estimee
       *> d'apres la duree du referentiel des trajets)
       PARTAGER_TRAJETS_DU_JOUR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO w_cu_nb
           OPEN INPUT fannonce
           MOVE WS-CURRENT-YEAR TO fa_annee
           MOVE WS-CURRENT-MONTH TO fa_mois
           MOVE WS-CURRENT-DAY TO fa_jour
           START fannonce KEY IS = fa_date_depart
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fa_annee NOT = WS-CURRENT-YEAR OR
                          fa_mois NOT = WS-CURRENT-MONTH OR
                          fa_jour NOT = WS-CURRENT-DAY THEN
                           MOVE 0 TO w_fin
                       ELSE
                           IF fa_statut_annonce = 1 THEN
                               PERFORM PARTAGER_UNE_ANNONCE
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fannonce

           DISPLAY w_cu_nb " trajet(s) partage(s) avec les contacts"
               " d'urgence.".

       PARTAGER_UNE_ANNONCE.
           MOVE SPACE TO w_cu_prenom_cond
           OPEN INPUT futilisateur
           MOVE fa_conducteur TO fu_telephone
           READ futilisateur
           NOT INVALID KEY
               MOVE fu_prenom TO w_cu_prenom_cond
           END-READ
           CLOSE futilisateur

           OPEN INPUT freservation
           MOVE fa_code TO fres_code_annonce
           START freservation KEY IS = fres_code_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fres_code_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fres_statut_reservation = 2 THEN
                               PERFORM PARTAGER_UNE_RESERVATION
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE freservation.

       PARTAGER_UNE_RESERVATION.
           MOVE 0 TO w_cu_trouve
           OPEN INPUT fcontact
           MOVE fres_voyageur TO fcu_telephone
           READ fcontact
           NOT INVALID KEY
               IF fcu_partage = "O" THEN
                   MOVE 1 TO w_cu_trouve
               END-IF
           END-READ
           CLOSE fcontact

           IF w_cu_trouve = 1 THEN
               MOVE SPACE TO w_cu_prenom_voy
               OPEN INPUT futilisateur
               MOVE fres_voyageur TO fu_telephone
               READ futilisateur
               NOT INVALID KEY
                   MOVE fu_prenom TO w_cu_prenom_voy
               END-READ
               CLOSE futilisateur

               *> route du voyageur (troncon s'il en a reserve un)
               IF fres_lieu_depart NOT = SPACE THEN
                   MOVE fres_lieu_depart TO w_cu_depart
                   MOVE fres_lieu_darrive TO w_cu_arrivee
               ELSE
                   MOVE fa_lieu_depart TO w_cu_depart
                   MOVE fa_lieu_darrive TO w_cu_arrivee
               END-IF

               *> arrivee estimee : heure de depart de l'annonce plus
               *> la duree de reference du depart de l'annonce a la
               *> descente du voyageur, a defaut celle de l'annonce
               MOVE 0 TO w_cu_duree
               OPEN INPUT ftrajet
               MOVE fa_lieu_depart TO ftra_depart
               MOVE w_cu_arrivee TO ftra_arrive
               READ ftrajet
               INVALID KEY
                   MOVE fa_lieu_darrive TO ftra_arrive
                   READ ftrajet
                   NOT INVALID KEY
                       MOVE ftr_duree TO w_cu_duree
                   END-READ
               NOT INVALID KEY
                   MOVE ftr_duree TO w_cu_duree
               END-READ
               CLOSE ftrajet

               COMPUTE w_cu_minutes = fa_heure * 60 + fa_minute
                   + w_cu_duree
               DIVIDE w_cu_minutes BY 60 GIVING w_cu_duree
                   REMAINDER w_cu_mn
               DIVIDE w_cu_duree BY 24 GIVING w_cu_minutes
                   REMAINDER w_cu_hh

               ADD 1 TO w_cu_nb
               MOVE fcu_tel1 TO w_cu_tel
               PERFORM ENVOYER_PARTAGE_CONTACT
               IF fcu_tel2 > 0 THEN
                   MOVE fcu_tel2 TO w_cu_tel
                   PERFORM ENVOYER_PARTAGE_CONTACT
               END-IF
           END-IF.

       ENVOYER_PARTAGE_CONTACT.
           MOVE w_cu_tel TO w_notif_telephone
           MOVE "PARTAGE" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING w_cu_prenom_voy DELIMITED BY SPACE
               " EN ROUTE " DELIMITED BY SIZE
               w_cu_depart DELIMITED BY "  "
               "-" DELIMITED BY SIZE
               w_cu_arrivee DELIMITED BY "  "
               " AVEC " DELIMITED BY SIZE
               w_cu_prenom_cond DELIMITED BY SPACE
               " (" fa_immatriculation ") ARRIVEE VERS "
               w_cu_hh "H" w_cu_mn
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "PARTAGE" TO w_mdl_type
           MOVE w_cu_prenom_voy TO w_mdl_nom
           MOVE SPACE TO w_mdl_libre
           STRING w_cu_depart DELIMITED BY "  "
               "->" DELIMITED BY SIZE
               w_cu_arrivee DELIMITED BY "  "
               INTO w_mdl_libre
           MOVE w_cu_prenom_cond(1:10) TO w_mdl_ref
           MOVE fa_immatriculation TO w_mdl_code
           MOVE SPACE TO w_mdl_date
           STRING w_cu_hh "H" w_cu_mn DELIMITED BY SIZE
               INTO w_mdl_date
           PERFORM DEPOSER_OUTBOX.

       *> lit la fiche du calendrier pour la date w_cal_test ;
       *> w_cal_type revient a SPACE pour un jour ordinaire
       LIRE_CALENDRIER.
           MOVE SPACE TO w_cal_type
           MOVE SPACE TO w_cal_libelle
           OPEN INPUT fcalendrier
           MOVE w_cal_test TO fcal_date
           READ fcalendrier
           NOT INVALID KEY
               MOVE fcal_type TO w_cal_type
               MOVE fcal_libelle TO w_cal_libelle
           END-READ
           CLOSE fcalendrier.

       *> traitement annuel des comptes dormants : un compte avec un
       *> solde et sans connexion, reservation, annonce ni mouvement
       *> au ledger depuis DORMANCE-ANNEES ans recoit un premier avis
       *> (SMS et messagerie), un avis final DORMANCE-DELAI-J jours
       *> plus tard, et a l'echeance son solde passe au ledger en
       *> fonds non reclames ("N") et dans le fichier de transfert a
       *> l'organisme de depot. Une activite avant l'echeance arrete
       *> la procedure. Relance sans risque : chaque compte n'avance
       *> que d'une etape par passage, et seulement a sa date
       DORMANCE_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_date_num = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_dor_jour = FUNCTION INTEGER-OF-DATE(w_date_num)
           COMPUTE w_dor_limite = FUNCTION DATE-OF-INTEGER(
               w_dor_jour - w_dor_annees * 365)
           MOVE 0 TO w_dor_avis1
           MOVE 0 TO w_dor_avis2
           MOVE 0 TO w_dor_transferts
           MOVE 0 TO w_dor_repris
           MOVE 0 TO w_dor_total
           MOVE 0 TO w_dor_entete
           *> la date d'inscription compte comme activite : les
           *> comptes anterieurs la recoivent d'abord
           PERFORM DATER_INSCRIPTIONS

           MOVE "DORMANCE" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "COMPTES DORMANTS AU " w_date_num
               " (SANS ACTIVITE DEPUIS LE " w_dor_limite ")"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_DORMANCE

           OPEN I-O futilisateur
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fu_type NOT = 3 THEN
                       PERFORM TRAITER_COMPTE_DORMANCE
                   END-IF
           END-PERFORM
           CLOSE futilisateur

           IF w_dor_entete = 1 THEN
               MOVE SPACE TO w_fnr_ligne
               MOVE "T" TO w_fnr_enreg
               MOVE w_date_num TO w_fnr_date
               MOVE w_dor_transferts TO w_fnr_nb
               MOVE w_dor_total TO w_fnr_total
               MOVE SPACE TO tamp_fnonreclame
               MOVE w_fnr_ligne TO tamp_fnonreclame
               WRITE tamp_fnonreclame
               CLOSE fnonreclame
           END-IF

           MOVE w_dor_total TO w_aff_montant
           MOVE SPACE TO w_sp_texte
           STRING "PREMIERS AVIS " w_dor_avis1 " - AVIS FINAUX "
               w_dor_avis2 " - TRANSFERTS " w_dor_transferts
               " POUR " w_aff_montant " EUR - REPRIS " w_dor_repris
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_DORMANCE
           PERFORM CLORE_GENERATION_SPOOL

           ADD w_dor_avis1 w_dor_avis2 w_dor_transferts
               GIVING w_ctl_ecrits
           MOVE "AVIS1" TO w_ctl_rubrique
           MOVE w_dor_avis1 TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           MOVE "AVIS2" TO w_ctl_rubrique
           MOVE w_dor_avis2 TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           MOVE "TRANSFERTS" TO w_ctl_rubrique
           MOVE w_dor_transferts TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           MOVE "MONTANT" TO w_ctl_rubrique
           MOVE w_dor_total TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE.

       *> compte courant de futilisateur (ouvert en I-O)
       TRAITER_COMPTE_DORMANCE.
           OPEN I-O fdormance
           MOVE fu_telephone TO fdo_telephone
           READ fdormance
           INVALID KEY
               MOVE 0 TO w_dor_existe
               MOVE "0" TO fdo_etape
               MOVE 0 TO fdo_derniere_cnx
               MOVE 0 TO fdo_date_avis1
               MOVE 0 TO fdo_date_avis2
               MOVE 0 TO fdo_echeance
               MOVE 0 TO fdo_date_transfert
               MOVE 0 TO fdo_montant
               MOVE 0 TO fdo_derniere_activite
           NOT INVALID KEY
               MOVE 1 TO w_dor_existe
           END-READ

           *> une connexion posterieure au transfert relance le suivi
           *> du compte ; la date du transfert passe reste connue
           IF fdo_etape = "T"
               AND fdo_derniere_cnx > fdo_date_transfert THEN
               MOVE "0" TO fdo_etape
               MOVE 0 TO fdo_date_avis1
               MOVE 0 TO fdo_date_avis2
               MOVE 0 TO fdo_echeance
               PERFORM ECRIRE_DORMANCE
           END-IF

           IF fu_solde > 0 AND fdo_etape NOT = "T" THEN
               PERFORM DERNIERE_ACTIVITE_DORMANCE
               MOVE w_dor_derniere TO fdo_derniere_activite
               IF w_dor_derniere >= w_dor_limite THEN
                   *> activite revenue (reservation, ledger...) :
                   *> la procedure en cours s'arrete
                   IF fdo_etape = "1" OR fdo_etape = "2" THEN
                       MOVE "0" TO fdo_etape
                       MOVE 0 TO fdo_date_avis1
                       MOVE 0 TO fdo_date_avis2
                       MOVE 0 TO fdo_echeance
                       ADD 1 TO w_dor_repris
                       PERFORM ECRIRE_DORMANCE
                   END-IF
               ELSE
                   IF fdo_etape = "2" THEN
                       IF w_date_num >= fdo_echeance THEN
                           PERFORM TRANSFERER_SOLDE_DORMANT
                       END-IF
                   ELSE
                       IF fdo_etape = "1" THEN
                           COMPUTE w_dor_date =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(fdo_date_avis1)
                               + w_dor_delai)
                           IF w_date_num >= w_dor_date THEN
                               PERFORM AVISER_DORMANCE_FINAL
                           END-IF
                       ELSE
                           PERFORM AVISER_DORMANCE
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE fdormance.

       *> date de la derniere activite du compte courant dans
       *> w_dor_derniere : inscription, derniere connexion connue,
       *> session ouverte, dernier mouvement au ledger, derniere
       *> reservation et derniere annonce publiee
       DERNIERE_ACTIVITE_DORMANCE.
           MOVE fu_date_inscription TO w_dor_derniere
           IF fdo_derniere_cnx > w_dor_derniere THEN
               MOVE fdo_derniere_cnx TO w_dor_derniere
           END-IF

           OPEN INPUT fsession
           MOVE fu_telephone TO fse_telephone
           READ fsession
           NOT INVALID KEY
               COMPUTE w_dor_date = fse_annee * 10000
                   + fse_mois * 100 + fse_jour
               IF w_dor_date > w_dor_derniere THEN
                   MOVE w_dor_date TO w_dor_derniere
               END-IF
           END-READ
           CLOSE fsession

           OPEN INPUT ftransaction
           MOVE fu_telephone TO ft_telephone
           START ftransaction KEY IS = ft_telephone
           INVALID KEY
               MOVE 0 TO w_dor_fin
           NOT INVALID KEY
               MOVE 1 TO w_dor_fin
           END-START
           PERFORM WITH TEST BEFORE UNTIL w_dor_fin = 0
               READ ftransaction NEXT
               AT END MOVE 0 TO w_dor_fin
               NOT AT END
                   IF ft_telephone NOT = fu_telephone THEN
                       MOVE 0 TO w_dor_fin
                   ELSE
                       COMPUTE w_dor_date = ft_annee * 10000
                           + ft_mois * 100 + ft_jour
                       IF w_dor_date > w_dor_derniere THEN
                           MOVE w_dor_date TO w_dor_derniere
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ftransaction

           OPEN INPUT freservation
           MOVE fu_telephone TO fres_voyageur
           START freservation KEY IS = fres_voyageur
           INVALID KEY
               MOVE 0 TO w_dor_fin
           NOT INVALID KEY
               MOVE 1 TO w_dor_fin
           END-START
           PERFORM WITH TEST BEFORE UNTIL w_dor_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_dor_fin
               NOT AT END
                   IF fres_voyageur NOT = fu_telephone THEN
                       MOVE 0 TO w_dor_fin
                   ELSE
                       COMPUTE w_dor_date = fres_annee * 10000
                           + fres_mois * 100 + fres_jour
                       IF w_dor_date > w_dor_derniere THEN
                           MOVE w_dor_date TO w_dor_derniere
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE freservation

           OPEN INPUT fannonce
           MOVE fu_telephone TO fa_conducteur
           START fannonce KEY IS = fa_conducteur
           INVALID KEY
               MOVE 0 TO w_dor_fin
           NOT INVALID KEY
               MOVE 1 TO w_dor_fin
           END-START
           PERFORM WITH TEST BEFORE UNTIL w_dor_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_dor_fin
               NOT AT END
                   IF fa_conducteur NOT = fu_telephone THEN
                       MOVE 0 TO w_dor_fin
                   ELSE
                       COMPUTE w_dor_date = fa_annee * 10000
                           + fa_mois * 100 + fa_jour
                       IF w_dor_date > w_dor_derniere THEN
                           MOVE w_dor_date TO w_dor_derniere
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fannonce.

       *> entree en dormance : premier avis, echeance a deux delais
       AVISER_DORMANCE.
           MOVE "1" TO fdo_etape
           MOVE w_date_num TO fdo_date_avis1
           MOVE 0 TO fdo_date_avis2
           COMPUTE fdo_echeance = FUNCTION DATE-OF-INTEGER(
               w_dor_jour + w_dor_delai * 2)
           PERFORM ECRIRE_DORMANCE
           ADD 1 TO w_dor_avis1

           PERFORM FORMATER_ECHEANCE_DORMANCE
           MOVE fu_solde TO w_aff_montant
           MOVE fu_telephone TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "Compte inactif : connectez-vous avant le "
               w_dor_aff_date DELIMITED BY SIZE INTO w_notif_message
           MOVE "DORMNOTIF1" TO w_mdl_type
           MOVE w_dor_aff_date TO w_mdl_date
           PERFORM DEPOSER_NOTIFICATION
           MOVE "DORMANCE" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "COMPTE INACTIF, SOLDE " w_aff_montant
               " EUR : CONNECTEZ-VOUS AVANT LE " w_dor_aff_date
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "DORMSMS1" TO w_mdl_type
           MOVE w_dor_aff_date TO w_mdl_date
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM DEPOSER_OUTBOX

           MOVE SPACE TO w_sp_texte
           STRING "PREMIER AVIS  " fu_telephone " SOLDE "
               w_aff_montant " DERNIERE ACTIVITE " w_dor_derniere
               " ECHEANCE " fdo_echeance
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_DORMANCE.

       AVISER_DORMANCE_FINAL.
           MOVE "2" TO fdo_etape
           MOVE w_date_num TO fdo_date_avis2
           PERFORM ECRIRE_DORMANCE
           ADD 1 TO w_dor_avis2

           PERFORM FORMATER_ECHEANCE_DORMANCE
           MOVE fu_solde TO w_aff_montant
           MOVE fu_telephone TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "Dernier avis : solde transfere le "
               w_dor_aff_date " sans connexion"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "DORMNOTIF2" TO w_mdl_type
           MOVE w_dor_aff_date TO w_mdl_date
           PERFORM DEPOSER_NOTIFICATION
           MOVE "DORMANCE" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "DERNIER AVIS : SOLDE " w_aff_montant
               " EUR TRANSFERE LE "
               w_dor_aff_date DELIMITED BY SIZE INTO w_ob_texte
           MOVE "DORMSMS2" TO w_mdl_type
           MOVE w_dor_aff_date TO w_mdl_date
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM DEPOSER_OUTBOX

           MOVE SPACE TO w_sp_texte
           STRING "AVIS FINAL    " fu_telephone " SOLDE "
               w_aff_montant " DERNIERE ACTIVITE " w_dor_derniere
               " ECHEANCE " fdo_echeance
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_DORMANCE.

       *> echeance atteinte sans activite : le solde sort du
       *> portefeuille au ledger ("N") et part dans le fichier de
       *> transfert ; le compte lui-meme reste ouvert
       TRANSFERER_SOLDE_DORMANT.
           MOVE fu_solde TO fdo_montant
           MOVE w_date_num TO fdo_date_transfert
           MOVE "T" TO fdo_etape
           PERFORM ECRIRE_DORMANCE

           MOVE fu_telephone TO w_trans_telephone
           MOVE "N" TO w_trans_type
           MOVE fu_solde TO w_trans_montant
           PERFORM ENREGISTRER_TRANSACTION

           MOVE 0 TO fu_solde
           REWRITE tamp_futilisateur
           MOVE "M" TO w_jrn_op
           PERFORM IMAGE_UTILISATEUR

           ADD 1 TO w_dor_transferts
           ADD fdo_montant TO w_dor_total

           *> en formation, rien ne part a l'organisme de depot
           IF w_mode_formation = 1 THEN
               DISPLAY "(formation) transfert non emis pour "
                   fu_telephone
           ELSE
               IF w_dor_entete = 0 THEN
                   OPEN EXTEND fnonreclame
                   IF cr_fnonreclame = 35 THEN
                       OPEN OUTPUT fnonreclame
                   END-IF
                   MOVE SPACE TO w_fnr_ligne
                   MOVE "E" TO w_fnr_enreg
                   MOVE w_date_num TO w_fnr_date
                   MOVE SPACE TO tamp_fnonreclame
                   MOVE w_fnr_ligne TO tamp_fnonreclame
                   WRITE tamp_fnonreclame
                   MOVE 1 TO w_dor_entete
               END-IF
               MOVE SPACE TO w_fnr_ligne
               MOVE "D" TO w_fnr_enreg
               MOVE w_date_num TO w_fnr_date
               MOVE fu_telephone TO w_fnr_tel
               MOVE fu_nom TO w_fnr_nom
               MOVE fu_prenom TO w_fnr_prenom
               MOVE w_dor_derniere TO w_fnr_derniere
               MOVE fdo_montant TO w_fnr_montant
               MOVE w_code_code TO w_fnr_mouvement
               MOVE SPACE TO tamp_fnonreclame
               MOVE w_fnr_ligne TO tamp_fnonreclame
               WRITE tamp_fnonreclame
           END-IF

           MOVE "FONDS NON RECLAMES" TO w_audit_action
           MOVE fu_telephone TO w_audit_cible
           PERFORM JOURNALISER_ADMIN

           MOVE fdo_montant TO w_aff_montant
           MOVE SPACE TO w_sp_texte
           STRING "TRANSFERE    " fu_telephone " MONTANT "
               w_aff_montant " DERNIERE ACTIVITE " w_dor_derniere
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_DORMANCE.

       ECRIRE_DORMANCE.
           IF w_dor_existe = 1 THEN
               REWRITE tamp_fdormance
           ELSE
               WRITE tamp_fdormance
               END-WRITE
               MOVE 1 TO w_dor_existe
           END-IF.

       FORMATER_ECHEANCE_DORMANCE.
           MOVE SPACE TO w_dor_aff_date
           STRING fdo_echeance(7:2) "/" fdo_echeance(5:2) "/"
               fdo_echeance(1:4) DELIMITED BY SIZE INTO w_dor_aff_date.

       SORTIR_LIGNE_DORMANCE.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> position quotidienne des fonds clients : les portefeuilles
       *> sont de l'argent detenu pour compte de tiers ; le total
       *> des soldes, sa ventilation disponible / bloque (avec le
       *> contre-total des blocages portes par les reservations) et
       *> les demandes de versement en attente donnent le passif que
       *> demandent le comptable et la banque. Un saut au-dela de
       *> PASSIF-ECART-PCT d'un jour a l'autre part en revue. Les
       *> bons cadeaux vendus et pas encore utilises sont un passif
       *> a part, affiche a cote
       PASSIF_QUOTIDIEN_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_pas_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE 0 TO w_pas_total
           MOVE 0 TO w_pas_bloque
           MOVE 0 TO w_pas_resa
           MOVE 0 TO w_pas_payout
           MOVE 0 TO w_vrt_nb
           MOVE 0 TO w_vrt_montant
           MOVE 0 TO w_vrt_nb_transit
           MOVE 0 TO w_vrt_transit

           OPEN INPUT futilisateur
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_ctl_lus
                   ADD fu_solde TO w_pas_total
                   ADD fu_solde_bloque TO w_pas_bloque
           END-PERFORM
           CLOSE futilisateur

           OPEN INPUT freservation
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fres_statut_reservation = 1 OR
                      fres_statut_reservation = 2 THEN
                       ADD fres_montant_bloque TO w_pas_resa
                   END-IF
           END-PERFORM
           CLOSE freservation

           OPEN INPUT fpayout
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fpayout NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fpay_statut = "E" THEN
                       ADD fpay_montant TO w_pas_payout
                   END-IF
                   IF fpay_statut = "A" THEN
                       ADD 1 TO w_vrt_nb_transit
                       ADD fpay_montant TO w_vrt_transit
                   END-IF
           END-PERFORM
           CLOSE fpayout

           *> virements revenus de la banque : l'argent est de nouveau
           *> dans les soldes, en attente d'un IBAN corrige
           OPEN INPUT fretourvir
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fretourvir NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF frv_statut = "O" THEN
                       ADD 1 TO w_vrt_nb
                       ADD frv_montant TO w_vrt_montant
                   END-IF
           END-PERFORM
           CLOSE fretourvir

           *> comparaison avec la position de la veille
           MOVE 0 TO w_pas_hier
           COMPUTE w_jour_entier =
               REWRITE tamp_fpassif
           END-WRITE
           CLOSE fpassif
           ADD 1 TO w_ctl_ecrits
           MOVE "PASSIF" TO w_ctl_rubrique
           MOVE w_pas_total TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE

           MOVE fps_total TO w_pas_edit
           DISPLAY "PASSIF CLIENTS DU " w_pas_jour " : "
               w_pas_edit " EUR)"
           MOVE fps_payouts TO w_pas_edit
           DISPLAY "  versements en attente : " w_pas_edit " EUR"
           MOVE w_vrt_transit TO w_pas_edit
           DISPLAY "VIREMENTS EMIS NON CONFIRMES : " w_pas_edit
               " EUR (" w_vrt_nb_transit ")"
           MOVE w_vrt_montant TO w_pas_edit
           DISPLAY "VIREMENTS RETOURNES, IBAN A CORRIGER :"
           DISPLAY "  " w_pas_edit " EUR (" w_vrt_nb ")"

           PERFORM ECHOIR_BONS_CADEAUX
           MOVE w_bon_encours TO w_pas_edit
           DISPLAY "BONS CADEAUX EN CIRCULATION : " w_pas_edit
               " EUR (" w_bon_nb " bon(s))"
           IF w_bon_nb_exp > 0 THEN
               MOVE w_bon_mnt_exp TO w_pas_edit
               DISPLAY "  echus ce jour : " w_bon_nb_exp
                   " bon(s) pour " w_pas_edit " EUR"
           END-IF

           IF w_pas_hier > 0 THEN
               COMPUTE w_pas_ecart =
               END-IF
           END-IF.

       *> passe en "E" les bons en circulation dont l'echeance est
       *> depassee et totalise ceux qui restent en circulation
       *> (w_bon_nb, w_bon_encours) et ceux qui viennent d'echoir
       *> (w_bon_nb_exp, w_bon_mnt_exp)
       ECHOIR_BONS_CADEAUX.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_bon_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_bon_nb
           MOVE 0 TO w_bon_encours
           MOVE 0 TO w_bon_nb_exp
           MOVE 0 TO w_bon_mnt_exp

           OPEN I-O fbon
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fbon NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fbc_statut = "V" THEN
                       IF fbc_expiration < w_bon_jour THEN
                           MOVE "E" TO fbc_statut
                           REWRITE tamp_fbon
                           END-REWRITE
                           ADD 1 TO w_bon_nb_exp
                           ADD fbc_valeur TO w_bon_mnt_exp
                       ELSE
                           ADD 1 TO w_bon_nb
                           ADD fbc_valeur TO w_bon_encours
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fbon.

       SIGNALER_SAUT_PASSIF.
           OPEN EXTEND freviewlog
           IF cr_freviewlog = 35 THEN
               OPEN OUTPUT freviewlog
           END-IF
           MOVE w_pas_ecart TO w_pas_edit
           MOVE SPACE TO tamp_freviewlog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY
               " PASSIF : SAUT DE " w_pas_edit
           PERFORM ROTATION_BATCHRUN
           DISPLAY "Rotation des journaux terminee.".

       *> chaque journal a son point de reprise (cle ROT + nom) qui
       *> retient la generation en cours ; une rotation interrompue
       *> reprend la meme generation apres les lignes que l'archive
       *> porte deja pour elle, comptees dans l'archive meme (le
       *> catalogue ne retient que le dernier compte valide)
       OUVRIR_GENERATION_LOG.
           MOVE SPACE TO w_ckp_cle
           STRING "ROT" w_rot_log(1:7) DELIMITED BY SIZE INTO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           MOVE 0 TO w_rot_lu
           MOVE 0 TO w_rot_deja
           IF w_ckp_position > 0 THEN
               MOVE w_ckp_position TO w_rot_gen
               PERFORM COMPTER_ARCHIVE_GENERATION
               DISPLAY "Reprise de la rotation " w_rot_log
                   " (generation " w_rot_gen ") apres " w_rot_deja
                   " ligne(s)."
           ELSE
               MOVE "X" TO w_type_code
               PERFORM GENERER_CODE
               MOVE w_code_code TO w_rot_gen
               MOVE w_rot_gen TO w_ckp_position
               PERFORM ECRIRE_POINT_REPRISE
           END-IF
           MOVE w_rot_deja TO w_rot_lignes
           PERFORM INSCRIRE_GENERATION_LOG
           OPEN EXTEND flogarchive
           IF cr_flogarchive = 35 THEN
               OPEN OUTPUT flogarchive
           END-IF.

       *> w_rot_deja : lignes de la generation w_rot_gen deja
       *> presentes dans l'archive
       COMPTER_ARCHIVE_GENERATION.
           MOVE 0 TO w_rot_deja
           OPEN INPUT flogarchive
           IF cr_flogarchive = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flogarchive
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_flogarchive(1:6) = w_rot_gen AND
                          tamp_flogarchive(7:1) = "|" THEN
                           ADD 1 TO w_rot_deja
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE flogarchive
           END-IF.

       *> w_rot_lu compte les lignes lues du journal : celles deja
       *> deposees lors d'un passage interrompu sont sautees
       DEPOSER_LOG_ARCHIVE.
           ADD 1 TO w_rot_lu
           IF w_rot_lu > w_rot_deja THEN
               MOVE SPACE TO tamp_flogarchive
               STRING w_rot_gen "|" w_rot_ligne
                   DELIMITED BY SIZE INTO tamp_flogarchive
               WRITE tamp_flogarchive
               ADD 1 TO w_rot_lignes
               ADD 1 TO w_ckp_compte
               IF w_ckp_compte >= w_ckp_intervalle THEN
                   PERFORM VALIDER_GENERATION_LOG
               END-IF
           END-IF.

       *> valide dans le catalogue les lignes deposees jusqu'ici ;
       *> appele aussi juste avant de vider le journal
       VALIDER_GENERATION_LOG.
           CLOSE flogarchive
           OPEN EXTEND flogarchive
           PERFORM INSCRIRE_GENERATION_LOG
           MOVE 0 TO w_ckp_compte.

       INSCRIRE_GENERATION_LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fgencat
           MOVE w_rot_gen TO fgc_num
           INVALID KEY
               REWRITE tamp_fgencat
           END-WRITE
           CLOSE fgencat.

       *> appele quand le journal est entierement depose, juste
       *> avant de le vider : la generation est validee et le point
       *> de reprise efface d'abord, pour qu'un arret entre les deux
       *> ne fasse pas sauter au passage suivant les premieres
       *> lignes du journal neuf
       LIBERER_GENERATION_LOG.
           PERFORM VALIDER_GENERATION_LOG
           MOVE SPACE TO w_ckp_cle
           STRING "ROT" w_rot_log(1:7) DELIMITED BY SIZE INTO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE.

       CLORE_GENERATION_LOG.
           CLOSE flogarchive
           PERFORM INSCRIRE_GENERATION_LOG
           MOVE SPACE TO w_ckp_cle
           STRING "ROT" w_rot_log(1:7) DELIMITED BY SIZE INTO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE
           DISPLAY w_rot_log " : generation " w_rot_gen " ("
               w_rot_lignes " ligne(s)), journal repart vide.".

                   END-READ
               END-PERFORM
               CLOSE freviewlog
               PERFORM LIBERER_GENERATION_LOG
               OPEN OUTPUT freviewlog
               CLOSE freviewlog
           END-IF
                   END-READ
               END-PERFORM
               CLOSE faudit
               PERFORM LIBERER_GENERATION_LOG
               OPEN OUTPUT faudit
               CLOSE faudit
           END-IF
                   END-READ
               END-PERFORM
               CLOSE fstatushist
               PERFORM LIBERER_GENERATION_LOG
               OPEN OUTPUT fstatushist
               CLOSE fstatushist
           END-IF
                   END-READ
               END-PERFORM
               CLOSE fpwdhist
               PERFORM LIBERER_GENERATION_LOG
               OPEN OUTPUT fpwdhist
               CLOSE fpwdhist
           END-IF
                   END-READ
               END-PERFORM
               CLOSE fhealthlog
               PERFORM LIBERER_GENERATION_LOG
               OPEN OUTPUT fhealthlog
               CLOSE fhealthlog
           END-IF
                   END-READ
               END-PERFORM
               CLOSE fbatchrun
               PERFORM LIBERER_GENERATION_LOG
               OPEN OUTPUT fbatchrun
               CLOSE fbatchrun
               PERFORM CLORE_GENERATION_LOG

               DISPLAY "SMS entrants : " w_ib_ok " applique(s), "
                   w_ib_rej " rejete(s)."
           END-IF
           ADD w_ib_ok w_ib_rej GIVING w_ctl_lus
           MOVE w_ib_ok TO w_ctl_ecrits
           MOVE w_ib_rej TO w_ctl_rejets.

       TRAITER_UN_SMS_ENTRANT.
           MOVE SPACE TO w_ib_tel_x
           END-UNSTRING

           MOVE 0 TO w_ib_valide

           *> STOP / START : retrait ou retour du consentement aux
           *> SMS commerciaux, sans code
           IF w_ib_tel_x IS NUMERIC AND
              (w_ib_cmd = "STOP" OR w_ib_cmd = "START") THEN
               MOVE FUNCTION NUMVAL(w_ib_tel_x) TO w_cst_tel
               MOVE SPACE TO w_cst_inbox
               IF w_ib_cmd = "STOP" THEN
                   MOVE "N" TO w_cst_sms
                   MOVE "SMS STOP" TO w_cst_source
               ELSE
                   MOVE "O" TO w_cst_sms
                   MOVE "SMS START" TO w_cst_source
               END-IF
               PERFORM ENREGISTRER_CONSENTEMENT
               ADD 1 TO w_ib_ok
               MOVE 1 TO w_ib_valide
           END-IF

           IF w_ib_tel_x IS NUMERIC AND
              (w_ib_cmd = "OUI" OR w_ib_cmd = "NON" OR
               w_ib_cmd = "ANNULE") THEN
               END-IF
           END-IF

           *> note de 0 a 10 en reponse a l'enquete de satisfaction,
           *> suivie ou non du numero de la reservation
           IF w_ib_tel_x IS NUMERIC AND w_ib_cmd(1:1) IS NUMERIC AND
              (w_ib_cmd(2:1) = SPACE OR
               (w_ib_cmd(2:1) IS NUMERIC AND w_ib_cmd(3:1) = SPACE))
              THEN
               MOVE FUNCTION NUMVAL(w_ib_cmd) TO w_sat_note
               IF w_sat_note <= 10 THEN
                   MOVE FUNCTION NUMVAL(w_ib_tel_x) TO w_ib_tel
                   MOVE 0 TO w_ib_code
                   IF w_ib_code_x NOT = SPACE THEN
                       MOVE FUNCTION NUMVAL(w_ib_code_x) TO w_ib_code
                   END-IF
                   MOVE 2 TO w_ib_valide
                   PERFORM APPLIQUER_SMS_ENQUETE
               END-IF
           END-IF

           IF w_ib_valide = 0 THEN
               IF w_ib_tel_x IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(w_ib_tel_x) TO w_ib_tel
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
                   STRING "RESERVATION " fres_code
                       " ANNULEE PAR LE VOYAGEUR (SMS)"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "RESAANNSMS" TO w_mdl_type
                   MOVE fres_code TO w_mdl_code
                   PERFORM ENVOYER_NOTIFICATION
               END-IF
           END-READ
           STRING "COMMANDE SMS NON RECONNUE OU NON AUTORISEE."
               " FORMAT : OUI/NON/ANNULE CODE"
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "REJET" TO w_mdl_type
           PERFORM DEPOSER_OUTBOX.

       *> ligne statistique fs_code reglee : les deux parties de la
       *> reservation d'origine deviennent candidates a l'enquete de
       *> satisfaction, tiree le lendemain du reglement
       *> (ENVOYER_ENQUETES) ; une relance de reglement ne cree pas
       *> de seconde fiche. Un colis n'a pas de reservation et ne
       *> donne pas d'enquete
       PREPARER_ENQUETE_SATISFACTION.
           PERFORM CHERCHER_RESERVATION_ENQUETE
           IF w_sat_reservation NOT = 0 THEN
               PERFORM CREER_ENQUETE_SATISFACTION
           END-IF.

       *> reservation du voyageur fs_voyageur sur l'annonce
       *> fs_code_annonce dont le trajet a ete clos (statut 5, ou 6
       *> absent) dans w_sat_reservation, 0 si aucune
       CHERCHER_RESERVATION_ENQUETE.
           MOVE 0 TO w_sat_reservation
           IF fs_nb_places > 0 THEN
               OPEN INPUT freservation
               MOVE fs_code_annonce TO fres_code_annonce
               START freservation KEY IS = fres_code_annonce
               INVALID KEY
                   MOVE 0 TO w_sat_fin
               NOT INVALID KEY
                   MOVE 1 TO w_sat_fin
               END-START
               PERFORM WITH TEST BEFORE UNTIL w_sat_fin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_sat_fin
                   NOT AT END
                       IF fres_code_annonce NOT = fs_code_annonce THEN
                           MOVE 0 TO w_sat_fin
                       ELSE
                           IF fres_voyageur = fs_voyageur AND
                              (fres_statut_reservation = 5 OR
                               fres_statut_reservation = 6) THEN
                               MOVE fres_code TO w_sat_reservation
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE freservation
           END-IF.

       CREER_ENQUETE_SATISFACTION.
           MOVE fs_villeD TO w_vil_saisie
           PERFORM RESOUDRE_VILLE
           MOVE w_vil_canonique TO fsat_villeD
           MOVE fs_villeA TO w_vil_saisie
           PERFORM RESOUDRE_VILLE
           MOVE w_vil_canonique TO fsat_villeA

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE fsat_date_regle = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE w_sat_reservation TO fsat_reservation
           MOVE "A" TO fsat_statut
           MOVE 0 TO fsat_date_envoi
           MOVE 0 TO fsat_note
           MOVE 0 TO fsat_date_reponse
           MOVE SPACE TO fsat_suivi

           OPEN I-O fsatisfaction
           MOVE "V" TO fsat_role
           MOVE fs_voyageur TO fsat_telephone
           WRITE tamp_fsatisfaction
           INVALID KEY
               CONTINUE
           END-WRITE
           MOVE "C" TO fsat_role
           MOVE fs_conducteur TO fsat_telephone
           WRITE tamp_fsatisfaction
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE fsatisfaction.

       *> passage quotidien de l'enquete de satisfaction : les
       *> parties d'un trajet regle la veille ou avant sont tirees
       *> (SATISFACTION-PCT %, tirage fixe par la reservation pour
       *> etre reproductible) et recoivent un SMS demandant une note
       *> de 0 a 10 ; une enquete sans reponse apres
       *> SATISFACTION-DELAI-J jours est close
       ENVOYER_ENQUETES_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_sat_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_sat_j0 = FUNCTION INTEGER-OF-DATE(w_sat_jour)
           MOVE 0 TO w_sat_envois
           MOVE 0 TO w_sat_non_tires
           MOVE 0 TO w_sat_expires

           OPEN I-O fsatisfaction
           MOVE 1 TO w_sat_fin
           PERFORM WITH TEST AFTER UNTIL w_sat_fin = 0
               READ fsatisfaction NEXT
               AT END MOVE 0 TO w_sat_fin
               NOT AT END
                   IF fsat_statut = "A" AND
                      fsat_date_regle < w_sat_jour THEN
                       PERFORM TIRER_ENQUETE_SATISFACTION
                   ELSE
                       IF fsat_statut = "E" THEN
                           COMPUTE w_sat_ji =
                               FUNCTION INTEGER-OF-DATE(fsat_date_envoi)
                           IF w_sat_j0 - w_sat_ji > w_sat_delai THEN
                               MOVE "X" TO fsat_statut
                               REWRITE tamp_fsatisfaction
                               ADD 1 TO w_sat_expires
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fsatisfaction

           DISPLAY "Enquete de satisfaction : " w_sat_envois
               " SMS envoye(s), " w_sat_non_tires " non tire(s), "
               w_sat_expires " close(s) sans reponse."

           ADD w_sat_envois w_sat_non_tires w_sat_expires
               GIVING w_ctl_lus
           MOVE w_sat_envois TO w_ctl_ecrits
           MOVE 0 TO w_ctl_rejets
           MOVE "EXPIREES" TO w_ctl_rubrique
           MOVE w_sat_expires TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE.

       TIRER_ENQUETE_SATISFACTION.
           IF fsat_role = "C" THEN
               COMPUTE w_sat_tirage = fsat_reservation * 37 + 53
           ELSE
               COMPUTE w_sat_tirage = fsat_reservation * 37
           END-IF
           COMPUTE w_sat_reste = FUNCTION MOD(w_sat_tirage, 100)

           IF w_sat_reste < w_sat_pct THEN
               MOVE "E" TO fsat_statut
               MOVE w_sat_jour TO fsat_date_envoi
               REWRITE tamp_fsatisfaction
               ADD 1 TO w_sat_envois

               MOVE fsat_telephone TO w_notif_telephone
               MOVE "ENQUETE" TO w_ob_type
               MOVE SPACE TO w_ob_texte
               STRING "VOTRE AVIS SUR LA RESERVATION " fsat_reservation
                   " : REPONDEZ PAR UNE NOTE DE 0 A 10"
                   DELIMITED BY SIZE INTO w_ob_texte
               MOVE "ENQUETE" TO w_mdl_type
               MOVE fsat_reservation TO w_mdl_code
               PERFORM DEPOSER_OUTBOX
           ELSE
               MOVE "N" TO fsat_statut
               REWRITE tamp_fsatisfaction
               ADD 1 TO w_sat_non_tires
           END-IF.

       *> note w_sat_note recue par SMS de w_ib_tel : elle va a
       *> l'enquete envoyee la plus recente de ce numero (ou a celle
       *> de la reservation w_ib_code si le numero est donne) ; une
       *> note de 0 a 6 met la reponse en attente de rappel
       APPLIQUER_SMS_ENQUETE.
           MOVE 0 TO w_sat_trouve
           MOVE 0 TO w_sat_recent
           OPEN I-O fsatisfaction
           MOVE w_ib_tel TO fsat_telephone
           START fsatisfaction KEY IS = fsat_telephone
           INVALID KEY
               MOVE 0 TO w_sat_fin
           NOT INVALID KEY
               MOVE 1 TO w_sat_fin
           END-START
           PERFORM WITH TEST BEFORE UNTIL w_sat_fin = 0
               READ fsatisfaction NEXT
               AT END MOVE 0 TO w_sat_fin
               NOT AT END
                   IF fsat_telephone NOT = w_ib_tel THEN
                       MOVE 0 TO w_sat_fin
                   ELSE
                       IF fsat_statut = "E" AND
                          (w_ib_code = 0 OR
                           fsat_reservation = w_ib_code) AND
                          fsat_date_envoi >= w_sat_recent THEN
                           MOVE 1 TO w_sat_trouve
                           MOVE fsat_date_envoi TO w_sat_recent
                           MOVE fsat_cle TO w_sat_cle_retenue
                       END-IF
                   END-IF
           END-PERFORM

           IF w_sat_trouve = 1 THEN
               MOVE w_sat_cle_retenue TO fsat_cle
               READ fsatisfaction KEY IS fsat_cle
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE "R" TO fsat_statut
                   MOVE w_sat_note TO fsat_note
                   COMPUTE fsat_date_reponse = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                   IF w_sat_note <= 6 THEN
                       MOVE "A" TO fsat_suivi
                   END-IF
                   REWRITE tamp_fsatisfaction
               END-READ
           END-IF
           CLOSE fsatisfaction

           IF w_sat_trouve = 0 THEN
               PERFORM REJETER_SMS_ENTRANT
           ELSE
               ADD 1 TO w_ib_ok
           END-IF.

       *> rapport de satisfaction du mois w_sat_periode (AAAAMM, mois
       *> du reglement) : taux de reponse, puis note moyenne et
       *> solde promoteurs (9-10) moins detracteurs (0-6) en % des
       *> reponses, par type de compte, par agence de rattachement et
       *> par route
       RAPPORT_SATISFACTION.
           DISPLAY "Mois du rapport (AAAAMM)."
           ACCEPT w_sat_periode
           PERFORM RAPPORT_SATISFACTION_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       *> carte SATISFACTION sans mois : le mois precedent
       RAPPORT_SATISFACTION_MOIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           IF WS-CURRENT-MONTH = 1 THEN
               COMPUTE w_sat_periode = (WS-CURRENT-YEAR - 1) * 100
                   + 12
           ELSE
               COMPUTE w_sat_periode = WS-CURRENT-YEAR * 100
                   + WS-CURRENT-MONTH - 1
           END-IF
           PERFORM RAPPORT_SATISFACTION_CORPS.

       RAPPORT_SATISFACTION_CORPS.
           INITIALIZE w_sat_table
           MOVE 0 TO w_sat_nb_groupes
           MOVE 0 TO w_sat_interroges
           MOVE 0 TO w_sat_detr_nb

           OPEN INPUT fsatisfaction
           MOVE 1 TO w_sat_fin
           PERFORM WITH TEST AFTER UNTIL w_sat_fin = 0
               READ fsatisfaction NEXT
               AT END MOVE 0 TO w_sat_fin
               NOT AT END
                   DIVIDE fsat_date_regle BY 100 GIVING w_sat_ji
                   IF w_sat_ji = w_sat_periode THEN
                       IF fsat_statut = "E" OR fsat_statut = "R" OR
                          fsat_statut = "X" THEN
                           ADD 1 TO w_sat_interroges
                       END-IF
                       IF fsat_statut = "R" THEN
                           PERFORM CUMULER_REPONSE_SATISFACTION
                       END-IF
                   END-IF
                   IF fsat_suivi = "A" THEN
                       ADD 1 TO w_sat_detr_nb
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fsatisfaction

           MOVE "SATISFACTION" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "SATISFACTION APRES TRAJET - MOIS " w_sat_periode
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SATISFACTION

           MOVE 0 TO w_sat_taux
           MOVE 0 TO w_sat_cur
           IF w_sat_nb_groupes > 0 THEN
               MOVE 1 TO w_sat_cur
           END-IF
           IF w_sat_interroges > 0 AND w_sat_cur > 0 THEN
               COMPUTE w_sat_taux ROUNDED =
                   w_sat_g_nb(1) * 100 / w_sat_interroges
           END-IF
           MOVE SPACE TO w_sp_texte
           IF w_sat_cur > 0 THEN
               STRING "INTERROGES " w_sat_interroges "  REPONSES "
                   w_sat_g_nb(1) "  TAUX DE REPONSE " w_sat_taux
                   " %" DELIMITED BY SIZE INTO w_sp_texte
           ELSE
               STRING "INTERROGES " w_sat_interroges
                   "  AUCUNE REPONSE"
                   DELIMITED BY SIZE INTO w_sp_texte
           END-IF
           PERFORM SORTIR_LIGNE_SATISFACTION

           MOVE "Z" TO w_sat_dim
           PERFORM ECRIRE_SECTION_SATISFACTION
           MOVE "--- PAR TYPE DE COMPTE" TO w_sp_texte
           PERFORM SORTIR_LIGNE_SATISFACTION
           MOVE "T" TO w_sat_dim
           PERFORM ECRIRE_SECTION_SATISFACTION
           MOVE "--- PAR AGENCE DE RATTACHEMENT" TO w_sp_texte
           PERFORM SORTIR_LIGNE_SATISFACTION
           MOVE "G" TO w_sat_dim
           PERFORM ECRIRE_SECTION_SATISFACTION
           MOVE "--- PAR ROUTE" TO w_sp_texte
           PERFORM SORTIR_LIGNE_SATISFACTION
           MOVE "R" TO w_sat_dim
           PERFORM ECRIRE_SECTION_SATISFACTION

           IF w_sat_nb_groupes >= w_sat_max_groupes THEN
               MOVE "*** TABLE PLEINE : ROUTES OU AGENCES OMISES"
                   TO w_sp_texte
               PERFORM SORTIR_LIGNE_SATISFACTION
           END-IF
           MOVE SPACE TO w_sp_texte
           STRING "DETRACTEURS A RAPPELER (TOUS MOIS) : "
               w_sat_detr_nb
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SATISFACTION
           PERFORM CLORE_GENERATION_SPOOL.

       *> la reponse courante compte pour l'ensemble (premier groupe),
       *> son type de compte, l'agence du repondant et la route
       CUMULER_REPONSE_SATISFACTION.
           MOVE "Z" TO w_sat_dim
           MOVE "ENSEMBLE" TO w_sat_lib
           PERFORM CUMULER_GROUPE_SATISFACTION

           MOVE "T" TO w_sat_dim
           IF fsat_role = "C" THEN
               MOVE "CONDUCTEURS" TO w_sat_lib
           ELSE
               MOVE "VOYAGEURS" TO w_sat_lib
           END-IF
           PERFORM CUMULER_GROUPE_SATISFACTION

           MOVE "G" TO w_sat_dim
           MOVE fsat_telephone TO w_agu_tel
           PERFORM LIRE_AGENCE_UTILISATEUR
           MOVE SPACE TO w_sat_lib
           IF w_agu_agence = SPACE THEN
               MOVE "SANS AGENCE" TO w_sat_lib
           ELSE
               STRING "AGENCE " w_agu_agence
                   DELIMITED BY SIZE INTO w_sat_lib
           END-IF
           PERFORM CUMULER_GROUPE_SATISFACTION

           MOVE "R" TO w_sat_dim
           MOVE SPACE TO w_sat_lib
           STRING fsat_villeD DELIMITED BY "  "
               " -> " DELIMITED BY SIZE
               fsat_villeA DELIMITED BY "  "
               INTO w_sat_lib
           PERFORM CUMULER_GROUPE_SATISFACTION.

       CUMULER_GROUPE_SATISFACTION.
           MOVE 0 TO w_sat_cur
           MOVE 1 TO w_sat_i
           PERFORM WITH TEST BEFORE UNTIL w_sat_i > w_sat_nb_groupes
               OR w_sat_cur > 0
               IF w_sat_g_dim(w_sat_i) = w_sat_dim AND
                  w_sat_g_lib(w_sat_i) = w_sat_lib THEN
                   MOVE w_sat_i TO w_sat_cur
               END-IF
               ADD 1 TO w_sat_i
           END-PERFORM

           IF w_sat_cur = 0 AND
              w_sat_nb_groupes < w_sat_max_groupes THEN
               ADD 1 TO w_sat_nb_groupes
               MOVE w_sat_nb_groupes TO w_sat_cur
               MOVE w_sat_dim TO w_sat_g_dim(w_sat_cur)
               MOVE w_sat_lib TO w_sat_g_lib(w_sat_cur)
           END-IF

           IF w_sat_cur > 0 THEN
               ADD 1 TO w_sat_g_nb(w_sat_cur)
               ADD fsat_note TO w_sat_g_somme(w_sat_cur)
               IF fsat_note >= 9 THEN
                   ADD 1 TO w_sat_g_promo(w_sat_cur)
               END-IF
               IF fsat_note <= 6 THEN
                   ADD 1 TO w_sat_g_detr(w_sat_cur)
               END-IF
           END-IF.

       ECRIRE_SECTION_SATISFACTION.
           MOVE 1 TO w_sat_i
           PERFORM WITH TEST BEFORE UNTIL w_sat_i > w_sat_nb_groupes
               IF w_sat_g_dim(w_sat_i) = w_sat_dim THEN
                   PERFORM ECRIRE_LIGNE_SATISFACTION
               END-IF
               ADD 1 TO w_sat_i
           END-PERFORM.

       ECRIRE_LIGNE_SATISFACTION.
           COMPUTE w_sat_moy ROUNDED =
               w_sat_g_somme(w_sat_i) / w_sat_g_nb(w_sat_i)
           COMPUTE w_sat_nps ROUNDED =
               (w_sat_g_promo(w_sat_i) - w_sat_g_detr(w_sat_i)) * 100
               / w_sat_g_nb(w_sat_i)
           MOVE w_sat_moy TO w_sat_moy_ed
           MOVE w_sat_nps TO w_sat_nps_ed
           MOVE SPACE TO w_sp_texte
           STRING w_sat_g_lib(w_sat_i)(1:45) " REPONSES "
               w_sat_g_nb(w_sat_i) "  NOTE " w_sat_moy_ed
               "  SOLDE " w_sat_nps_ed
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SATISFACTION.

       SORTIR_LIGNE_SATISFACTION.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> releve de capacite hebdomadaire (carte CAPACITE) : pour
       *> chaque fichier de donnees le nombre d'enregistrements, pour
       *> chaque sequence de fcode la prochaine valeur ; la
       *> croissance depuis les releves d'il y a 4 et 12 semaines
       *> donne un rythme et une date projetee d'atteinte de la
       *> limite, signalee au controle de demarrage et au cockpit
       *> quand elle tombe dans l'horizon d'alerte. Le releve est
       *> date du lundi de la semaine : relance la meme semaine, il
       *> remplace le precedent
       RELEVER_CAPACITE_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_cap_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_cap_j0 = FUNCTION INTEGER-OF-DATE(w_cap_jour)
           *> le jour 1 du calendrier (01/01/1601) est un lundi
           COMPUTE w_cap_jn = w_cap_j0 - 1
           DIVIDE w_cap_jn BY 7 GIVING w_cap_q REMAINDER w_cap_r
           COMPUTE w_cap_jn = w_cap_j0 - w_cap_r
           MOVE FUNCTION DATE-OF-INTEGER(w_cap_jn) TO w_cap_semaine
           MOVE 0 TO w_cap_objets
           MOVE 0 TO w_cap_alertes

           MOVE "CAPACITE" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "RELEVE DE CAPACITE - SEMAINE DU " w_cap_semaine
               " - HORIZON D'ALERTE " w_cap_horizon " JOURS"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_CAPACITE
           MOVE SPACE TO w_sp_texte
           STRING "OBJET            NB/PROCH.    +4 SEM. "
               "  +12 SEM.  PAR SEM.    LIMITE EPUISEMENT"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_CAPACITE

           *> les fichiers de donnees sont comptes par la boucle de
           *> la sauvegarde, le jeu de sauvegarde lui-meme en plus
           MOVE 1 TO w_sav_mode
           MOVE 0 TO w_sav_fichiers
           MOVE 0 TO w_sav_enreg
           MOVE 0 TO w_sav_anomalies
           PERFORM SAUVER_TOUS_FICHIERS
           PERFORM COMPTER_JEU_SAUVEGARDE
           PERFORM COMPTER_CATALOGUE_SAUVEGARDE
           MOVE 0 TO w_sav_mode

           *> les sequences de numerotation, limitees a 999999
           OPEN INPUT fcode
           IF cr_fcode = 00 THEN
               MOVE 1 TO w_cap_fin
               PERFORM WITH TEST AFTER UNTIL w_cap_fin = 0
                   READ fcode NEXT
                   AT END MOVE 0 TO w_cap_fin
                   NOT AT END
                       MOVE SPACE TO w_cap_objet
                       STRING "SEQUENCE-" fc_type DELIMITED BY SIZE
                           INTO w_cap_objet
                       MOVE "S" TO w_cap_type
                       MOVE fc_next TO w_cap_nb
                       MOVE 999999 TO w_cap_limite
                       PERFORM LIMITE_CAPACITE_OBJET
                       PERFORM RELEVER_CAPACITE_OBJET
                   END-READ
               END-PERFORM
               CLOSE fcode
           END-IF

           *> semaine du dernier releve, lue par le controle de
           *> demarrage et le cockpit
           OPEN I-O fparam
           MOVE "CAPACITE-SEMAINE" TO fpar_cle
           MOVE w_cap_semaine TO fpar_valeur
           WRITE tamp_fparam
           INVALID KEY
               REWRITE tamp_fparam
           END-WRITE
           CLOSE fparam

           MOVE SPACE TO w_sp_texte
           STRING w_cap_objets " OBJET(S) RELEVE(S), " w_cap_alertes
               " ALERTE(S), " w_sav_anomalies
               " FICHIER(S) NON COMPTE(S)" DELIMITED BY SIZE
               INTO w_sp_texte
           PERFORM SORTIR_LIGNE_CAPACITE
           PERFORM CLORE_GENERATION_SPOOL

           MOVE w_cap_objets TO w_ctl_lus
           MOVE w_cap_objets TO w_ctl_ecrits
           MOVE w_sav_anomalies TO w_ctl_rejets
           IF w_sav_anomalies > 0 AND w_job_rc < 4 THEN
               MOVE 4 TO w_job_rc
           END-IF.

       COMPTER_JEU_SAUVEGARDE.
           MOVE "fsauvegarde" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsauvegarde TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsauvegarde
           MOVE cr_fsauvegarde TO w_sav_cr
           IF cr_fsauvegarde = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsauvegarde
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsauvegarde
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       COMPTER_CATALOGUE_SAUVEGARDE.
           MOVE "fsavcat" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsavcat TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsavcat
           MOVE cr_fsavcat TO w_sav_cr
           IF cr_fsavcat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsavcat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsavcat
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       *> fin du comptage d'un fichier : absent (35) il compte zero,
       *> le journal du train en cours (41) est saute, tout autre
       *> code retour le laisse hors du releve comme anomalie
       RELEVER_CAPACITE_FICHIER.
           IF w_sav_cr = 00 OR w_sav_cr = 35 THEN
               MOVE w_sav_fichier TO w_cap_objet
               MOVE "F" TO w_cap_type
               MOVE w_sav_nb TO w_cap_nb
               MOVE w_cap_limite_def TO w_cap_limite
               PERFORM LIMITE_CAPACITE_OBJET
               PERFORM RELEVER_CAPACITE_OBJET
           ELSE
               IF w_sav_cr = 41 THEN
                   DISPLAY w_sav_fichier " tenu ouvert par le train,"
                       " non compte."
               ELSE
                   ADD 1 TO w_sav_anomalies
                   DISPLAY "*** " w_sav_fichier
                       " non compte, code retour "
                       w_sav_cr
               END-IF
           END-IF.

       *> limite propre a l'objet : parametre "CAP-" suivi du nom,
       *> sinon la limite deja posee dans w_cap_limite
       LIMITE_CAPACITE_OBJET.
           OPEN INPUT fparam
           IF cr_fparam = 00 THEN
               MOVE SPACE TO fpar_cle
               STRING "CAP-" w_cap_objet DELIMITED BY SPACE
                   INTO fpar_cle
               READ fparam
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fpar_valeur > 0 THEN
                       MOVE fpar_valeur TO w_cap_limite
                   END-IF
               END-READ
               CLOSE fparam
           END-IF.

       *> fiche de la semaine pour w_cap_objet / w_cap_nb : croissance
       *> depuis les fiches de 4 et 12 semaines plus tot (quand elles
       *> existent), rythme hebdomadaire, projection au rythme des 12
       *> semaines (a defaut des 4) et alerte dans l'horizon ; une
       *> limite deja atteinte est projetee au jour meme
       RELEVER_CAPACITE_OBJET.
           MOVE 0 TO w_cap_croit4
           MOVE 0 TO w_cap_croit12
           MOVE 0 TO w_cap_connu4
           MOVE 0 TO w_cap_connu12
           MOVE 0 TO w_cap_rythme
           MOVE 0 TO w_cap_jours
           MOVE 0 TO w_cap_projection
           MOVE "N" TO w_cap_alerte
           OPEN I-O fcapacite

           COMPUTE w_cap_jn = FUNCTION INTEGER-OF-DATE(w_cap_semaine)
               - 28
           MOVE FUNCTION DATE-OF-INTEGER(w_cap_jn) TO fcap_semaine
           MOVE w_cap_objet TO fcap_objet
           READ fcapacite
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_cap_connu4
               COMPUTE w_cap_croit4 = w_cap_nb - fcap_nb
           END-READ

           COMPUTE w_cap_jn = FUNCTION INTEGER-OF-DATE(w_cap_semaine)
               - 84
           MOVE FUNCTION DATE-OF-INTEGER(w_cap_jn) TO fcap_semaine
           MOVE w_cap_objet TO fcap_objet
           READ fcapacite
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_cap_connu12
               COMPUTE w_cap_croit12 = w_cap_nb - fcap_nb
           END-READ

           IF w_cap_connu12 = 1 AND w_cap_croit12 > 0 THEN
               DIVIDE w_cap_croit12 BY 12 GIVING w_cap_rythme
           ELSE
               IF w_cap_connu4 = 1 AND w_cap_croit4 > 0 THEN
                   DIVIDE w_cap_croit4 BY 4 GIVING w_cap_rythme
               END-IF
           END-IF

           IF w_cap_nb >= w_cap_limite THEN
               MOVE w_cap_jour TO w_cap_projection
           ELSE
               MOVE 999999999 TO w_cap_jours
               IF w_cap_connu12 = 1 AND w_cap_croit12 > 0 THEN
                   COMPUTE w_cap_jours =
                       (w_cap_limite - w_cap_nb) * 84 / w_cap_croit12
                       ON SIZE ERROR MOVE 999999999 TO w_cap_jours
                   END-COMPUTE
               ELSE
                   IF w_cap_connu4 = 1 AND w_cap_croit4 > 0 THEN
                       COMPUTE w_cap_jours =
                           (w_cap_limite - w_cap_nb) * 28 / w_cap_croit4
                           ON SIZE ERROR MOVE 999999999 TO w_cap_jours
                       END-COMPUTE
                   END-IF
               END-IF
               *> au-dela d'un siecle la projection n'a plus de sens
               IF w_cap_jours <= 36500 THEN
                   COMPUTE w_cap_jn = w_cap_j0 + w_cap_jours
                   MOVE FUNCTION DATE-OF-INTEGER(w_cap_jn)
                       TO w_cap_projection
               ELSE
                   MOVE 0 TO w_cap_jours
               END-IF
           END-IF
           IF w_cap_projection > 0 AND w_cap_jours <= w_cap_horizon
               THEN
               MOVE "O" TO w_cap_alerte
               ADD 1 TO w_cap_alertes
           END-IF

           MOVE w_cap_semaine TO fcap_semaine
           MOVE w_cap_objet TO fcap_objet
           MOVE w_cap_type TO fcap_type
           MOVE w_cap_jour TO fcap_date
           MOVE w_cap_nb TO fcap_nb
           MOVE w_cap_croit4 TO fcap_croit4
           MOVE w_cap_croit12 TO fcap_croit12
           MOVE w_cap_connu4 TO fcap_connu4
           MOVE w_cap_connu12 TO fcap_connu12
           MOVE w_cap_rythme TO fcap_rythme
           MOVE w_cap_limite TO fcap_limite
           MOVE w_cap_projection TO fcap_projection
           MOVE w_cap_alerte TO fcap_alerte
           WRITE tamp_fcapacite
           INVALID KEY
               REWRITE tamp_fcapacite
           END-WRITE
           CLOSE fcapacite
           ADD 1 TO w_cap_objets

           PERFORM FORMATER_LIGNE_CAPACITE
           PERFORM SORTIR_LIGNE_CAPACITE.

       *> ligne du rapport pour la fiche en tampon de fcapacite
       FORMATER_LIGNE_CAPACITE.
           MOVE fcap_nb TO w_cap_nb_ed
           MOVE fcap_limite TO w_cap_lim_ed
           MOVE fcap_rythme TO w_cap_rythme_ed
           MOVE "       n/d" TO w_cap_c4
           IF fcap_connu4 = 1 THEN
               MOVE fcap_croit4 TO w_cap_croit_ed
               MOVE w_cap_croit_ed TO w_cap_c4
           END-IF
           MOVE "       n/d" TO w_cap_c12
           IF fcap_connu12 = 1 THEN
               MOVE fcap_croit12 TO w_cap_croit_ed
               MOVE w_cap_croit_ed TO w_cap_c12
           END-IF
           MOVE "AUCUNE" TO w_cap_proj_ed
           IF fcap_projection > 0 THEN
               MOVE SPACE TO w_cap_proj_ed
               STRING fcap_projection(1:4) "-" fcap_projection(5:2)
                   "-" fcap_projection(7:2) DELIMITED BY SIZE
                   INTO w_cap_proj_ed
           END-IF
           MOVE SPACE TO w_sp_texte
           STRING fcap_objet " " w_cap_nb_ed " " w_cap_c4 " "
               w_cap_c12 " " w_cap_rythme_ed " " w_cap_lim_ed " "
               w_cap_proj_ed DELIMITED BY SIZE INTO w_sp_texte
           IF fcap_alerte = "O" THEN
               MOVE "<<< ALERTE" TO w_sp_texte(81:10)
           END-IF.

       SORTIR_LIGNE_CAPACITE.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> alertes du dernier releve (semaine notee dans fparam) :
       *> w_cap_alertes en donne le nombre, w_cap_liste les cinq
       *> premieres en clair
       LIRE_ALERTES_CAPACITE.
           MOVE 0 TO w_cap_alertes
           MOVE 0 TO w_cap_semaine
           MOVE SPACE TO w_cap_liste
           OPEN INPUT fparam
           IF cr_fparam = 00 THEN
               MOVE "CAPACITE-SEMAINE" TO fpar_cle
               READ fparam
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fpar_valeur TO w_cap_semaine
               END-READ
               CLOSE fparam
           END-IF
           IF w_cap_semaine > 0 THEN
               OPEN INPUT fcapacite
               IF cr_fcapacite = 00 THEN
                   MOVE w_cap_semaine TO fcap_semaine
                   MOVE LOW-VALUE TO fcap_objet
                   START fcapacite KEY IS >= fcap_cle
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO w_cap_fin
                       PERFORM WITH TEST AFTER UNTIL w_cap_fin = 0
                           READ fcapacite NEXT
                           AT END MOVE 0 TO w_cap_fin
                           NOT AT END
                               IF fcap_semaine NOT = w_cap_semaine
                                   THEN
                                   MOVE 0 TO w_cap_fin
                               ELSE
                                   IF fcap_alerte = "O" THEN
                                       PERFORM NOTER_ALERTE_CAPACITE
                                   END-IF
                               END-IF
                           END-READ
                       END-PERFORM
                   END-START
                   CLOSE fcapacite
               END-IF
           END-IF.

       NOTER_ALERTE_CAPACITE.
           ADD 1 TO w_cap_alertes
           IF w_cap_alertes <= 5 THEN
               MOVE fcap_nb TO w_cap_nb_ed
               MOVE fcap_limite TO w_cap_lim_ed
               STRING "CAPACITE " fcap_objet " " w_cap_nb_ed "/"
                   w_cap_lim_ed " EPUISEMENT " fcap_projection
                   DELIMITED BY SIZE
                   INTO w_cap_ligne(w_cap_alertes)
           END-IF.

       *> consultation du dernier releve de capacite
       CONSULTER_CAPACITE.
           PERFORM LIRE_ALERTES_CAPACITE
           IF w_cap_semaine = 0 THEN
               DISPLAY "Aucun releve de capacite (carte CAPACITE)."
           ELSE
               DISPLAY "RELEVE DE CAPACITE - SEMAINE DU " w_cap_semaine
               DISPLAY "OBJET            NB/PROCH.    +4 SEM. "
                   "  +12 SEM.  PAR SEM.    LIMITE EPUISEMENT"
               OPEN INPUT fcapacite
               MOVE w_cap_semaine TO fcap_semaine
               MOVE LOW-VALUE TO fcap_objet
               START fcapacite KEY IS >= fcap_cle
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w_cap_fin
                   PERFORM WITH TEST AFTER UNTIL w_cap_fin = 0
                       READ fcapacite NEXT
                       AT END MOVE 0 TO w_cap_fin
                       NOT AT END
                           IF fcap_semaine NOT = w_cap_semaine THEN
                               MOVE 0 TO w_cap_fin
                           ELSE
                               PERFORM FORMATER_LIGNE_CAPACITE
                               DISPLAY w_sp_texte(1:90)
                           END-IF
                       END-READ
                   END-PERFORM
               END-START
               CLOSE fcapacite
               DISPLAY w_cap_alertes " alerte(s) dans l'horizon."
           END-IF

           ACCEPT w_test
           PERFORM AFFICHE_MENU_ADMIN.

       *> baisse de derniere minute (carte BAISSE, a passer au moins
       *> chaque jour) : chaque baisse en attente dont l'annonce
       *> approuvee part dans le delai choisi et a encore des places
       *> est appliquee au prix de l'annonce, plancher du bareme
       *> compris ; le prix d'origine et le numero de la prochaine
       *> reservation sont gardes dans la fiche, le conducteur et les
       *> abonnes d'alerte de la route sont prevenus. Une annonce
       *> complete ou deja partie ne sera plus baissee
       APPLIQUER_BAISSES_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_bp_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_bp_heure = WS-CURRENT-HOUR * 100 + WS-CURRENT-MIN
           COMPUTE w_bp_maintenant =
               FUNCTION INTEGER-OF-DATE(w_bp_jour) * 1440
               + WS-CURRENT-HOUR * 60 + WS-CURRENT-MIN
           MOVE 0 TO w_bp_examinees
           MOVE 0 TO w_bp_appliquees
           MOVE 0 TO w_bp_sans_objet

           MOVE "BAISSES" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "BAISSES DE DERNIERE MINUTE DU " w_bp_jour " A "
               w_bp_heure DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_BAISSE

           OPEN I-O fbaisse
           MOVE 1 TO w_bp_fin
           PERFORM WITH TEST AFTER UNTIL w_bp_fin = 0
               READ fbaisse NEXT
               AT END MOVE 0 TO w_bp_fin
               NOT AT END
                   IF fbp_statut = "O" THEN
                       ADD 1 TO w_bp_examinees
                       PERFORM EXAMINER_BAISSE_ANNONCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fbaisse

           MOVE SPACE TO w_sp_texte
           STRING w_bp_examinees " BAISSE(S) EN ATTENTE, "
               w_bp_appliquees " APPLIQUEE(S), " w_bp_sans_objet
               " SANS OBJET" DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_BAISSE
           PERFORM CLORE_GENERATION_SPOOL

           MOVE w_bp_examinees TO w_ctl_lus
           MOVE w_bp_appliquees TO w_ctl_ecrits
           MOVE 0 TO w_ctl_rejets.

       *> baisse en attente tamp_fbaisse (fbaisse ouvert en I-O) :
       *> rien tant que le delai n'est pas atteint ou que l'annonce
       *> n'est pas approuvee
       EXAMINER_BAISSE_ANNONCE.
           OPEN I-O fannonce
           MOVE fbp_code TO fa_code
           READ fannonce
           INVALID KEY
               MOVE "X" TO fbp_motif
               PERFORM CLASSER_BAISSE_SANS_OBJET
           NOT INVALID KEY
               COMPUTE w_date_num = fa_annee * 10000
                   + fa_mois * 100 + fa_jour
               COMPUTE w_bp_depart =
                   FUNCTION INTEGER-OF-DATE(w_date_num) * 1440
                   + fa_heure * 60 + fa_minute
               IF w_bp_depart <= w_bp_maintenant THEN
                   MOVE "D" TO fbp_motif
                   PERFORM CLASSER_BAISSE_SANS_OBJET
               ELSE
                   IF w_bp_depart - w_bp_maintenant >
                           fbp_delai * 60
                      OR fa_statut_annonce NOT = 1 THEN
                       CONTINUE
                   ELSE
                       IF fa_place_dispo = 0 THEN
                           MOVE "C" TO fbp_motif
                           PERFORM CLASSER_BAISSE_SANS_OBJET
                       ELSE
                           COMPUTE w_bp_prix ROUNDED =
                               fa_prix * (100 - fbp_pct) / 100
                           MOVE fa_lieu_depart TO w_lieu_depart
                           MOVE fa_lieu_darrive TO w_lieu_darrive
                           MOVE 0 TO w_prix_suggere
                           PERFORM CHARGER_BORNES_PRIX
                           IF w_bp_prix < w_prix_plancher THEN
                               MOVE w_prix_plancher TO w_bp_prix
                           END-IF
                           IF w_bp_prix >= fa_prix THEN
                               MOVE "P" TO fbp_motif
                               PERFORM CLASSER_BAISSE_SANS_OBJET
                           ELSE
                               PERFORM APPLIQUER_BAISSE_ANNONCE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-READ
           CLOSE fannonce.

       CLASSER_BAISSE_SANS_OBJET.
           MOVE "S" TO fbp_statut
           REWRITE tamp_fbaisse
           ADD 1 TO w_bp_sans_objet.

       *> nouveau prix w_bp_prix sur l'annonce tamp_fannonce ; les
       *> reservations numerotees a partir de w_bp_seuil sont prises
       *> au prix baisse
       APPLIQUER_BAISSE_ANNONCE.
           MOVE 1 TO w_bp_seuil
           OPEN INPUT fcode
           MOVE "R" TO fc_type
           READ fcode
           NOT INVALID KEY
               MOVE fc_next TO w_bp_seuil
           END-READ
           CLOSE fcode

           MOVE fa_prix TO fbp_prix_origine
           MOVE w_bp_prix TO fbp_prix_baisse
           MOVE w_bp_jour TO fbp_date
           MOVE w_bp_heure TO fbp_heure
           MOVE w_bp_seuil TO fbp_resa_seuil
           MOVE fa_place_dispo TO fbp_places_libres
           MOVE 0 TO fbp_places_remplies
           MOVE "A" TO fbp_statut
           MOVE SPACE TO fbp_motif
           REWRITE tamp_fbaisse

           MOVE w_bp_prix TO fa_prix
           REWRITE tamp_fannonce
           MOVE "M" TO w_jrn_op
           PERFORM IMAGE_ANNONCE
           ADD 1 TO w_bp_appliquees

           MOVE fa_prix TO w_aff_montant
           MOVE fa_conducteur TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "BAISSE APPLIQUEE ANNONCE " fa_code " : "
               w_aff_montant " EUR" DELIMITED BY SIZE
               INTO w_notif_message
           MOVE "BAISSEAPPL" TO w_mdl_type
           MOVE fa_code TO w_mdl_code
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM DEPOSER_NOTIFICATION
           PERFORM NOTIFIER_ALERTES_BAISSE

           MOVE fbp_prix_origine TO w_aff_montant2
           MOVE SPACE TO w_sp_texte
           STRING "ANNONCE " fa_code " " fa_lieu_depart(1:15) "->"
               fa_lieu_darrive(1:15) " LE " w_date_num " : "
               w_aff_montant2 " -> " w_aff_montant " EUR, "
               fa_place_dispo " LIBRE(S), " w_bp_abonnes
               " ABONNE(S)" DELIMITED BY SIZE
               INTO w_sp_texte
           PERFORM SORTIR_LIGNE_BAISSE.

       *> previent du nouveau prix les abonnes d'alerte dont la route
       *> et la fenetre de dates couvrent l'annonce baissee, qu'ils
       *> aient deja ete servis par sa publication ou non
       NOTIFIER_ALERTES_BAISSE.
           MOVE 0 TO w_bp_abonnes
           OPEN INPUT falerte
           MOVE 1 TO w_fin2
           PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
               READ falerte NEXT
               AT END MOVE 0 TO w_fin2
               NOT AT END
                   IF (fal_statut = "A" OR fal_statut = "S") AND
                      fal_depart = fa_lieu_depart AND
                      fal_arrive = fa_lieu_darrive AND
                      w_date_num >= fal_date_debut AND
                      w_date_num <= fal_date_fin THEN
                       MOVE fal_telephone TO w_notif_telephone
                       MOVE SPACE TO w_notif_message
                       STRING "BAISSE ANNONCE " fa_code " "
                           fal_depart(1:9) "->" fal_arrive(1:9)
                           " " w_aff_montant " EUR"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "BAISSEALRT" TO w_mdl_type
                       MOVE fa_code TO w_mdl_code
                       MOVE w_aff_montant TO w_mdl_montant
                       MOVE SPACE TO w_mdl_libre
                       STRING fal_depart DELIMITED BY "  "
                           "->" DELIMITED BY SIZE
                           fal_arrive DELIMITED BY "  "
                           INTO w_mdl_libre
                       PERFORM ENVOYER_NOTIFICATION
                       ADD 1 TO w_bp_abonnes
                   END-IF
               END-READ
           END-PERFORM
           CLOSE falerte.

       SORTIR_LIGNE_BAISSE.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> resout la graphie w_vil_saisie dans le referentiel des
       *> villes : w_vil_canonique recoit la graphie canonique et
       *> w_vil_ok vaut 1 si la ville (ou un alias) est connue
       RESOUDRE_VILLE.
           MOVE 0 TO w_vil_ok
           MOVE FUNCTION UPPER-CASE(w_vil_saisie)
               TO w_vil_canonique
           OPEN INPUT fville
           MOVE w_vil_canonique TO fvl_nom
           READ fville
           NOT INVALID KEY
               MOVE fvl_canonique TO w_vil_canonique
               MOVE 1 TO w_vil_ok
           END-READ
           CLOSE fville.

       *> saisie d'une ville avec controle sur le referentiel : une
       *> graphie inconnue affiche la liste des villes canoniques et
       *> propose de ressaisir, ou de garder la saisie telle quelle
       *> (villes pas encore au referentiel)
       SAISIR_VILLE.
           MOVE 0 TO w_vil_fin
           PERFORM WITH TEST AFTER UNTIL w_vil_fin = 1
               MOVE SPACE TO w_vil_saisie
               ACCEPT w_vil_saisie
               PERFORM RESOUDRE_VILLE
               IF w_vil_ok = 1 THEN
                   MOVE 1 TO w_vil_fin
               ELSE
                   DISPLAY "Ville inconnue du referentiel."
                   PERFORM LISTER_VILLES_CANONIQUES
                   PERFORM WITH TEST AFTER UNTIL w_rep = "OUI"
                       OR w_rep = "NON"
                       DISPLAY "Garder votre saisie telle quelle ?"
                       DISPLAY "(OUI = garder, NON = ressaisir)"
                       ACCEPT w_rep
                   END-PERFORM
                   IF w_rep = "OUI" THEN
                       MOVE 1 TO w_vil_fin
                   END-IF
               END-IF
           END-PERFORM.

       LISTER_VILLES_CANONIQUES.
           MOVE 0 TO w_vil_nb
           OPEN INPUT fville
           MOVE 1 TO w_fin3
           PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
               READ fville NEXT
               AT END MOVE 0 TO w_fin3
               NOT AT END
                   IF fvl_nom = fvl_canonique THEN
                       ADD 1 TO w_vil_nb
                       DISPLAY "  " fvl_nom
                   END-IF
           END-PERFORM
           CLOSE fville
           IF w_vil_nb = 0 THEN
               DISPLAY "  (referentiel vide)"
           END-IF.

       *> w_cal_ouvrable vaut 1 si la date w_cal_test est un jour
       *> ouvre : ni samedi ni dimanche, ni jour ferie du calendrier
       VERIFIER_JOUR_OUVRABLE.
           MOVE 1 TO w_cal_ouvrable
           MOVE FUNCTION INTEGER-OF-DATE(w_cal_test)
               TO w_jour_entier
           MOVE FUNCTION MOD(w_jour_entier, 7) TO w_weekday
           IF w_weekday = 0 OR w_weekday = 6 THEN
               MOVE 0 TO w_cal_ouvrable
           END-IF
           PERFORM LIRE_CALENDRIER
           IF w_cal_type = "F" THEN
               MOVE 0 TO w_cal_ouvrable
           END-IF.

       *> rappels pour l'annonce courante (tamp_fannonce) : un par
       *> voyageur confirme, puis le recapitulatif conducteur
       RAPPELER_UNE_ANNONCE.
           MOVE 0 TO w_rappel_passagers

           OPEN INPUT freservation
           MOVE fa_code TO fres_code_annonce
           START freservation KEY IS = fres_code_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fres_code_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fres_statut_reservation = 2 THEN
                               ADD 1 TO w_rappel_passagers
                               PERFORM NOTIFIER_RAPPEL_VOYAGEUR
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE freservation

           IF w_rappel_passagers > 0 THEN
               ADD 1 TO w_rappel_annonces
               MOVE fa_conducteur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "DEMAIN TRAJET " fa_code " A " fa_heure "H"
                   fa_minute " : " w_rappel_passagers
                   " PASSAGER(S) CONFIRME(S)"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "RAPPELCOND" TO w_mdl_type
               MOVE fa_code TO w_mdl_code
               MOVE w_rappel_passagers TO w_mdl_ref
               MOVE SPACE TO w_mdl_libre
               STRING fa_heure "H" fa_minute DELIMITED BY SIZE
                   INTO w_mdl_libre
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       NOTIFIER_RAPPEL_VOYAGEUR.
           MOVE fres_voyageur TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "RAPPEL : DEPART DEMAIN TRAJET " fa_code
               " A " fa_heure "H" fa_minute
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "RAPPEL" TO w_mdl_type
           MOVE fa_code TO w_mdl_code
           MOVE SPACE TO w_mdl_libre
           STRING fa_heure "H" fa_minute DELIMITED BY SIZE
               INTO w_mdl_libre
           PERFORM ENVOYER_NOTIFICATION

           MOVE "RAPPEL" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "RDV " fa_lieu_rdv " - " fa_adresse_rdv
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "RAPPELRDV" TO w_mdl_type
           MOVE SPACE TO w_mdl_libre
           STRING fa_lieu_rdv DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               fa_adresse_rdv DELIMITED BY "  "
               INTO w_mdl_libre
           PERFORM DEPOSER_OUTBOX

           *> le code d'embarquement part avec le rappel : il
           *> prouvera la presence au lieu de la question sur
           *> l'honneur
           PERFORM EMETTRE_CODE_EMBARQUEMENT.

       *> emet (ou re-signale) le code d'embarquement de la
       *> reservation courante (fres_*) et le remet au voyageur par
       *> notification et SMS
       EMETTRE_CODE_EMBARQUEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fembarq
           MOVE fres_code TO fem_fres_code
           READ fembarq
           INVALID KEY
               MOVE "B" TO w_type_code
               PERFORM GENERER_CODE
               MOVE fres_code TO fem_fres_code
               MOVE w_code_code TO fem_code
               MOVE 0 TO fem_saisi
               MOVE "E" TO fem_statut
               COMPUTE fem_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               WRITE tamp_fembarq
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-READ
           CLOSE fembarq

           MOVE fres_voyageur TO w_notif_telephone
           MOVE "EMBARQ" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "VOTRE CODE D'EMBARQUEMENT TRAJET "
               fres_code_annonce " : " fem_code
               " (A DONNER AU CONDUCTEUR)"
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "EMBARQ" TO w_mdl_type
           MOVE fres_code_annonce TO w_mdl_ref
           MOVE fem_code TO w_mdl_code
           PERFORM DEPOSER_OUTBOX

           MOVE SPACE TO w_notif_message
           STRING "CODE D'EMBARQUEMENT " fem_code
               " POUR LA RESERVATION " fres_code
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "EMBARQNOT" TO w_mdl_type
           MOVE fres_code TO w_mdl_ref
           MOVE fem_code TO w_mdl_code
           PERFORM ENVOYER_NOTIFICATION.

       *> cloture d'office, pour le batch de fin de journee, tout
       *> trajet dont la date de depart est aujourd'hui ou passee et
       *> qu'aucun conducteur n'a encore clos via TERMINER_TRAJET
       *> (publication.cpy) ; w_mode_cloture = 0 fait sauter la
       *> question de presence (DEMANDER_PRESENCE attend une saisie
       *> au clavier, impossible en batch non surveille)
       CLOTURER_TRAJETS_DU_JOUR.
           *> la cle de date borne le parcours a la tranche passee
           *> et du jour ; l'avenir n'est jamais relu
           COMPUTE w_dte_cible = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN INPUT fannonce
           MOVE ZEROS TO fa_date_depart
           START fannonce KEY IS >= fa_date_depart
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       COMPUTE w_date_num = fa_annee * 10000
                           + fa_mois * 100 + fa_jour
                       IF w_date_num > w_dte_cible THEN
                           MOVE 0 TO w_fin
                       ELSE
                           MOVE tamp_fannonce TO w_annonce
                           MOVE 0 TO w_mode_cloture
                           PERFORM CLOTURER_RESERVATIONS_ANNONCE
                       END-IF
               END-PERFORM
           END-START
           CLOSE fannonce.

       *> debite fs_prix chez le voyageur et credite fs_net_conducteur
       *> chez le conducteur pour la reservation fstatistiques
       *> courante ; signale et n'effectue aucun mouvement si le
       *> voyageur n'a pas le solde suffisant. Met w_reglement_ok a 1
       *> si le reglement a bien eu lieu, 0 sinon
       REGLER_RESERVATION.
           MOVE 0 TO w_reglement_ok

           *> trajet pris en charge par l'employeur du voyageur :
           *> rien n'est debite au voyageur, le conducteur est credite
           *> pour le compte de l'entreprise qui le retrouvera sur sa
           *> facture mensuelle
           PERFORM CHERCHER_PRISE_EN_CHARGE
           IF w_ent_prise = 1 THEN
               PERFORM REGLER_POUR_EMPLOYEUR
           ELSE
               MOVE 0 TO w_lock_essais
               PERFORM WITH TEST AFTER UNTIL
                   (cr_futilisateur NOT = 93 AND
                    cr_futilisateur NOT = 94)
                   OR w_lock_essais > 3
                   OPEN I-O futilisateur
                   IF cr_futilisateur = 93 OR
                      cr_futilisateur = 94 THEN
                       ADD 1 TO w_lock_essais
                       PERFORM SIGNALER_OCCUPATION
                   END-IF
               END-PERFORM

               *> fichier toujours indisponible : le reglement est tenu
               *> pour echoue (w_reglement_ok = 0) et repart en relance
               IF cr_futilisateur = 93 OR cr_futilisateur = 94 THEN
                   DISPLAY "REGLEMENT REPORTE : FICHIER DES COMPTES"
                       " INDISPONIBLE"
               ELSE
                   MOVE 0 TO w_mdt_telephone
                   MOVE fs_voyageur TO fu_telephone
                   READ futilisateur KEY IS fu_telephone
                       INVALID KEY
                           DISPLAY "REGLEMENT IMPOSSIBLE - VOYAGEUR "
                               "INTROUVABLE : " fs_voyageur
                       NOT INVALID KEY
                           IF fu_status = 1 THEN
                               MOVE fs_voyageur TO w_mdt_telephone
                           END-IF
                           IF fu_solde < fs_prix THEN
                               PERFORM SIGNALER_SOLDE_INSUFFISANT
                           ELSE
                               SUBTRACT fs_prix FROM fu_solde
                               *> le montant bloque a la confirmation
                               *> est consomme a l'instant meme du
                               *> debit ; en cas d'echec il reste en
                               *> place jusqu'a la relance qui aboutira
                               IF fs_montant_bloque > 0 THEN
                                   IF fu_solde_bloque >=
                                      fs_montant_bloque THEN
                                       SUBTRACT fs_montant_bloque
                                           FROM fu_solde_bloque
                                   ELSE
                                       MOVE 0 TO fu_solde_bloque
                                   END-IF
                                   MOVE 0 TO fs_montant_bloque
                               END-IF
                               REWRITE tamp_futilisateur
                               MOVE "M" TO w_jrn_op
                               PERFORM IMAGE_UTILISATEUR
                               MOVE 1 TO w_reglement_ok
                           END-IF
                           COMPUTE w_mdt_solde =
                               fu_solde - fu_solde_bloque
                   END-READ
                   CLOSE futilisateur

                   *> solde insuffisant ou passe sous le seuil :
                   *> recharge automatique si le voyageur a un mandat
                   IF w_mdt_telephone NOT = 0 THEN
                       PERFORM VERIFIER_MANDAT_RECHARGE
                   END-IF
               END-IF

               IF w_reglement_ok = 1 THEN
                   MOVE fs_voyageur TO w_trans_telephone
                   MOVE "D" TO w_trans_type
                   MOVE fs_prix TO w_trans_montant
                   PERFORM ENREGISTRER_TRANSACTION

                   OPEN I-O futilisateur
                   MOVE fs_conducteur TO fu_telephone
                   READ futilisateur KEY IS fu_telephone
                       INVALID KEY
                           DISPLAY "REGLEMENT IMPOSSIBLE - CONDUCTEUR "
                               "INTROUVABLE : " fs_conducteur
                       NOT INVALID KEY
                           ADD fs_net_conducteur TO fu_solde
                           REWRITE tamp_futilisateur
                           MOVE "M" TO w_jrn_op
                           PERFORM IMAGE_UTILISATEUR
                   END-READ
                   CLOSE futilisateur

                   MOVE fs_conducteur TO w_trans_telephone
                   MOVE "C" TO w_trans_type
                   MOVE fs_net_conducteur TO w_trans_montant
                   PERFORM ENREGISTRER_TRANSACTION

                   MOVE fs_voyageur TO w_notif_telephone
                   MOVE fs_prix TO w_aff_montant
                   MOVE SPACE TO w_notif_message
                   STRING "REGLEMENT TRAJET " fs_code " : DEBIT DE "
                       w_aff_montant " EUR"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "REGLEMENT" TO w_mdl_type
                   MOVE fs_code TO w_mdl_code
                   MOVE w_aff_montant TO w_mdl_montant
                   PERFORM ENVOYER_NOTIFICATION

                   *> le voyageur gagne des points de fidelite au
                   *> prorata du montant regle
                   COMPUTE w_pts_gagnes =
                       fs_prix * w_pts_par_euro
                   IF w_pts_gagnes > 0 THEN
                       MOVE fs_voyageur TO w_pts_tel
                       MOVE "G" TO w_pts_type
                       MOVE w_pts_gagnes TO w_pts_points
                       MOVE fs_code TO w_pts_rattache
                       PERFORM DEPOSER_MOUVEMENT_POINTS
                   END-IF

                   *> premier reglement d'un filleul : le bonus de
                   *> parrainage part aux deux comptes
                   PERFORM VERSER_BONUS_PARRAINAGE

                   *> recu voyageur numerote, exige par les employeurs
                   *> pour les subventions mobilite
                   PERFORM EMETTRE_RECU_VOYAGEUR
               END-IF
           END-IF

           IF w_reglement_ok = 1 THEN
               PERFORM PREPARER_ENQUETE_SATISFACTION
           END-IF.

       *> cherche une prise en charge employeur pour la ligne
       *> statistique courante (fs_code) ; une ligne deja reglee "P"
       *> est reprise telle quelle apres un retour a l'instantane
       CHERCHER_PRISE_EN_CHARGE.
           MOVE 0 TO w_ent_prise
           OPEN INPUT fprisecharge
           MOVE fs_code TO fpc_stat
           START fprisecharge KEY IS = fpc_stat
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ fprisecharge NEXT
               NOT AT END
                   IF fpc_stat = fs_code AND
                      (fpc_statut = "C" OR fpc_statut = "P") THEN
                       MOVE 1 TO w_ent_prise
                   END-IF
               END-READ
           END-START
           CLOSE fprisecharge.

       *> reglement d'un trajet pris en charge : credit du net au
       *> conducteur, prise en charge passee "P" (a facturer) et avis
       *> au voyageur
       REGLER_POUR_EMPLOYEUR.
           OPEN I-O futilisateur
           MOVE fs_conducteur TO fu_telephone
           READ futilisateur KEY IS fu_telephone
               INVALID KEY
                   DISPLAY "REGLEMENT IMPOSSIBLE - CONDUCTEUR "
                       "INTROUVABLE : " fs_conducteur
               NOT INVALID KEY
                   ADD fs_net_conducteur TO fu_solde
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   MOVE 1 TO w_reglement_ok
           END-READ
           CLOSE futilisateur

           IF w_reglement_ok = 1 THEN
               MOVE fs_conducteur TO w_trans_telephone
               MOVE "C" TO w_trans_type
               MOVE fs_net_conducteur TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               OPEN I-O fprisecharge
               MOVE fs_code TO fpc_stat
               START fprisecharge KEY IS = fpc_stat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ fprisecharge NEXT
                   NOT AT END
                       MOVE "P" TO fpc_statut
                       MOVE fs_prix TO fpc_montant
                       REWRITE tamp_fprisecharge
                   END-READ
               END-START
               CLOSE fprisecharge

               MOVE fs_voyageur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "TRAJET " fs_code " PRIS EN CHARGE PAR VOTRE "
                   "EMPLOYEUR"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "PRISECHARG" TO w_mdl_type
               MOVE fs_code TO w_mdl_code
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> emet et enregistre le recu du reglement courant (ligne
       *> fstatistiques dans le tampon) ; le document part dans
       *> recu.dat et le registre garde de quoi le reimprimer
       EMETTRE_RECU_VOYAGEUR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "Q" TO w_type_code
           PERFORM GENERER_CODE
           MOVE w_code_code TO w_recu_num

           MOVE w_recu_num TO frq_num
           MOVE fs_voyageur TO frq_voyageur
           MOVE fs_code TO frq_stat
           MOVE fs_prix TO frq_montant
           MOVE WS-CURRENT-YEAR TO frq_annee
           MOVE WS-CURRENT-MONTH TO frq_mois
           MOVE WS-CURRENT-DAY TO frq_jour

           OPEN I-O frecu
               WRITE tamp_frecu
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE frecu

           PERFORM ECRIRE_DOCUMENT_RECU

           MOVE fs_voyageur TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "RECU " w_recu_num " EMIS POUR LE TRAJET "
               fs_code
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "RECU" TO w_mdl_type
           MOVE w_recu_num TO w_mdl_ref
           MOVE fs_code TO w_mdl_code
           MOVE fs_prix TO w_aff_montant
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM ENVOYER_NOTIFICATION.

       *> ecrit le document du recu w_recu_num depuis la ligne
       *> statistique courante (appele a l'emission comme a la
       *> reimpression)
       ECRIRE_DOCUMENT_RECU.
           OPEN EXTEND frecudoc
           IF cr_frecudoc = 35 THEN
               OPEN OUTPUT frecudoc
           END-IF

           MOVE SPACE TO tamp_frecudoc
           STRING "RECU VOYAGEUR NO " w_recu_num
               " - TEL " fs_voyageur
               DELIMITED BY SIZE INTO tamp_frecudoc
           MOVE "RECUTITRE" TO w_mdl_type
           MOVE fs_voyageur TO w_mdl_tel
           MOVE fs_voyageur TO w_mdl_num_tel
           MOVE w_recu_num TO w_mdl_ref
           MOVE SPACE TO w_mdl_date
           STRING fs_jour "/" fs_mois "/" fs_annee
               DELIMITED BY SIZE INTO w_mdl_date
           PERFORM RENDRE_MODELE
           IF w_mdl_trouve = 1 THEN
               MOVE w_mdl_texte TO tamp_frecudoc
           END-IF
           WRITE tamp_frecudoc

           MOVE SPACE TO tamp_frecudoc
           STRING "  TRAJET " fs_code " DU " fs_date " : "
               fs_villeD(1:20) " -> " fs_villeA(1:20)
               DELIMITED BY SIZE INTO tamp_frecudoc
           WRITE tamp_frecudoc

           MOVE fs_prix TO w_aff_montant
           MOVE SPACE TO tamp_frecudoc
           IF fs_nb_places = 0 THEN
               STRING "  TRANSPORT D'UN COLIS - PAYE "
                   w_aff_montant " EUR"
                   DELIMITED BY SIZE INTO tamp_frecudoc
           ELSE
               STRING "  " fs_nb_places " PLACE(S) - PAYE "
                   w_aff_montant " EUR (REMISES ET POINTS DEDUITS)"
                   DELIMITED BY SIZE INTO tamp_frecudoc
           END-IF
           WRITE tamp_frecudoc
           CLOSE frecudoc.

       *> verse le bonus de parrainage si la ligne reglee est la
       *> premiere du filleul (parrainage encore en attente), dans
       *> la limite du plafond mensuel du parrain ; les deux
       *> credits passent au ledger en type "P" pour que le
       *> rapprochement reste juste
       VERSER_BONUS_PARRAINAGE.
           MOVE 0 TO w_prr_ok
           OPEN INPUT fparrain
           MOVE fs_voyageur TO fpr_filleul
           READ fparrain
           NOT INVALID KEY
               IF fpr_statut = "E" THEN
                   MOVE fpr_parrain TO w_prr_parrain
                   MOVE 1 TO w_prr_ok
               END-IF
           END-READ
           CLOSE fparrain

           IF w_prr_ok = 1 THEN
               PERFORM COMPTER_PARRAINAGES_MOIS

               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-DATA
               OPEN I-O fparrain
               MOVE fs_voyageur TO fpr_filleul
               READ fparrain
               NOT INVALID KEY
                   IF w_prr_count >= w_prr_max THEN
                       MOVE "R" TO fpr_statut
                       REWRITE tamp_fparrain
                       MOVE 0 TO w_prr_ok
                       PERFORM SIGNALER_PLAFOND_PARRAINAGE
                   ELSE
                       MOVE "V" TO fpr_statut
                       MOVE WS-CURRENT-YEAR TO fpr_v_annee
                       MOVE WS-CURRENT-MONTH TO fpr_v_mois
                       MOVE WS-CURRENT-DAY TO fpr_v_jour
                       REWRITE tamp_fparrain
                   END-IF
               END-READ
               CLOSE fparrain
           END-IF

           IF w_prr_ok = 1 THEN
               MOVE fs_voyageur TO w_teluser
               PERFORM CREDITER_BONUS_PARRAINAGE
               MOVE w_prr_parrain TO w_teluser
               PERFORM CREDITER_BONUS_PARRAINAGE
           END-IF.

       *> nombre de bonus deja verses ce mois-ci au parrain
       *> w_prr_parrain
       COMPTER_PARRAINAGES_MOIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO w_prr_count
           OPEN INPUT fparrain
           MOVE w_prr_parrain TO fpr_parrain
           START fparrain KEY IS = fpr_parrain
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin3
               PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
                   READ fparrain NEXT
                   AT END MOVE 0 TO w_fin3
                   NOT AT END
                       IF fpr_parrain NOT = w_prr_parrain THEN
                           MOVE 0 TO w_fin3
                       ELSE
                           IF fpr_statut = "V" AND
                              fpr_v_annee = WS-CURRENT-YEAR AND
                              fpr_v_mois = WS-CURRENT-MONTH THEN
                               ADD 1 TO w_prr_count
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fparrain.

       *> credite le bonus parametre au compte w_teluser, au ledger
       *> en type "P", avec notification
       CREDITER_BONUS_PARRAINAGE.
           OPEN I-O futilisateur
           MOVE w_teluser TO fu_telephone
           READ futilisateur KEY IS fu_telephone
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD w_prr_bonus TO fu_solde
               REWRITE tamp_futilisateur
               MOVE "M" TO w_jrn_op
               PERFORM IMAGE_UTILISATEUR
           END-READ
           CLOSE futilisateur

           MOVE w_teluser TO w_trans_telephone
           MOVE "P" TO w_trans_type
           MOVE w_prr_bonus TO w_trans_montant
           PERFORM ENREGISTRER_TRANSACTION

           MOVE w_teluser TO w_notif_telephone
           MOVE w_prr_bonus TO w_aff_montant
           MOVE SPACE TO w_notif_message
           STRING "BONUS PARRAINAGE : " w_aff_montant
               " EUR CREDITES"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "PARRAINAGE" TO w_mdl_type
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM ENVOYER_NOTIFICATION.

       SIGNALER_PLAFOND_PARRAINAGE.
           OPEN EXTEND freviewlog
           IF cr_freviewlog = 35 THEN
               OPEN OUTPUT freviewlog
           END-IF
           MOVE SPACE TO tamp_freviewlog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY
               " PARRAINAGE REFUSE (PLAFOND) PARRAIN "
               w_prr_parrain " FILLEUL " fs_voyageur
               DELIMITED BY SIZE INTO tamp_freviewlog
           WRITE tamp_freviewlog
           CLOSE freviewlog.

       *> inscrit (ou met a jour) la ligne statistique courante dans
       *> la file de relance apres un echec de reglement ; au-dela de
       *> w_max_relances tentatives la ligne passe en revue admin
       METTRE_EN_RELANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fretry
           MOVE fs_code TO frt_code
           READ fretry
           INVALID KEY
               MOVE fs_code TO frt_code
               MOVE fs_voyageur TO frt_voyageur
               MOVE 1 TO frt_tentatives
               MOVE "E" TO frt_statut
               MOVE WS-CURRENT-YEAR TO frt_annee
               MOVE WS-CURRENT-MONTH TO frt_mois
               MOVE WS-CURRENT-DAY TO frt_jour
               WRITE tamp_fretry
               INVALID KEY
                   CONTINUE
               END-WRITE
           NOT INVALID KEY
               ADD 1 TO frt_tentatives
               MOVE WS-CURRENT-YEAR TO frt_annee
               MOVE WS-CURRENT-MONTH TO frt_mois
               MOVE WS-CURRENT-DAY TO frt_jour
               IF frt_tentatives >= w_max_relances AND
                  frt_statut = "E" THEN
                   MOVE "A" TO frt_statut
                   PERFORM ESCALADER_RELANCE
               END-IF
               REWRITE tamp_fretry
           END-READ
           CLOSE fretry.

       *> trace l'escalade d'une relance epuisee vers la revue admin
       ESCALADER_RELANCE.
           OPEN EXTEND freviewlog
           IF cr_freviewlog = 35 THEN
               OPEN OUTPUT freviewlog
           END-IF
           MOVE SPACE TO tamp_freviewlog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY
               " REGLEMENT " frt_code " EN REVUE ADMIN APRES "
               frt_tentatives " TENTATIVES - TEL : " frt_voyageur
               DELIMITED BY SIZE INTO tamp_freviewlog
           WRITE tamp_freviewlog
           CLOSE freviewlog.

       *> relance des reglements en echec : tous (w_relance_filtre =
       *> 0, option admin) ou ceux d'un seul voyageur (apres une
       *> recharge). Une ligne reglee ou remboursee entre-temps sort
       *> simplement de la file
       RELANCER_REGLEMENTS.
           MOVE 0 TO w_relance_filtre
           PERFORM RELANCER_PARCOURS
           DISPLAY "Relance terminee : " w_relance_ok " reglement(s)"
               " passe(s), " w_relance_echec " toujours en echec."
           PERFORM AFFICHE_MENU_ADMIN.

       RELANCER_REGLEMENTS_UTILISATEUR.
           MOVE wu_telephone TO w_relance_filtre
           PERFORM RELANCER_PARCOURS
           IF w_relance_ok > 0 THEN
               DISPLAY w_relance_ok " reglement(s) en attente"
                   " regularise(s) suite a votre recharge."
           END-IF.

       RELANCER_PARCOURS.
           MOVE 0 TO w_relance_ok
           MOVE 0 TO w_relance_echec

           OPEN I-O fretry
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fretry NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF frt_statut = "E" AND
                      (w_relance_filtre = 0 OR
                       frt_voyageur = w_relance_filtre) THEN
                       PERFORM RELANCER_UN_REGLEMENT
                   END-IF
           END-PERFORM
           CLOSE fretry.

       *> nouvelle tentative de reglement pour l'entree de relance
       *> courante ; fretry est ouvert par l'appelant
       RELANCER_UN_REGLEMENT.
           MOVE 0 TO w_test
           OPEN I-O fstatistiques
           MOVE frt_code TO fs_code
           READ fstatistiques
           INVALID KEY
               MOVE 1 TO w_test
           NOT INVALID KEY
               IF fs_regle NOT = "N" THEN
                   MOVE 1 TO w_test
               ELSE
                   PERFORM VERIFIER_PERIODE_CLOSE
                   IF w_periode_close = 1 THEN
                       *> la ligne reste en file sans consommer de
                       *> tentative : seule une derogation admin
                       *> peut toucher une periode close
                       MOVE 9 TO w_test
                   ELSE
                       PERFORM REGLER_RESERVATION
                       IF w_reglement_ok = 1 THEN
                           MOVE "O" TO fs_regle
                           REWRITE tamp_fstatistiques
                           MOVE 1 TO w_test
                           ADD 1 TO w_relance_ok
                       ELSE
                           ADD 1 TO w_relance_echec
                       END-IF
                   END-IF
               END-IF
           END-READ
           CLOSE fstatistiques

           IF w_test = 9 THEN
               MOVE 0 TO w_test
           ELSE
           IF w_test = 1 THEN
               DELETE fretry RECORD
               MOVE 0 TO w_test
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               ADD 1 TO frt_tentatives
               MOVE WS-CURRENT-YEAR TO frt_annee
               MOVE WS-CURRENT-MONTH TO frt_mois
               MOVE WS-CURRENT-DAY TO frt_jour
               IF frt_tentatives >= w_max_relances THEN
                   MOVE "A" TO frt_statut
                   PERFORM ESCALADER_RELANCE
               END-IF
               REWRITE tamp_fretry
           END-IF
           END-IF.

       *> journalise pour revue manuelle un voyageur dont le solde ne
       *> couvre pas le reglement d'une reservation terminee
       SIGNALER_SOLDE_INSUFFISANT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN EXTEND freviewlog
           IF cr_freviewlog = 35 THEN
               OPEN OUTPUT freviewlog
           END-IF
           MOVE fs_prix TO w_aff_montant
           MOVE SPACE TO tamp_freviewlog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY
               " SOLDE INSUFFISANT - TEL : " fs_voyageur
               " MONTANT DU : " w_aff_montant
               DELIMITED BY SIZE INTO tamp_freviewlog
           WRITE tamp_freviewlog
           CLOSE freviewlog.

       *> facturation des commissions : une facture numerotee par
       *> conducteur et par mois, listant chaque trajet regle avec
       *> prix, commission et net, ecrite dans facture.dat et
       *> enregistree au registre pour reimpression
       GERER_FACTURES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ FACTURES DE COMMISSION ------"
               DISPLAY "1.   EMETTRE LES FACTURES D'UN MOIS"
               DISPLAY "2.   REIMPRIMER UNE FACTURE"
               DISPLAY "3.   RECAPITULATIF TVA D'UNE PERIODE"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM EMETTRE_FACTURES_MOIS
           WHEN 2
               PERFORM REIMPRIMER_FACTURE
           WHEN 3
               PERFORM RECAPITULATIF_TVA
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       EMETTRE_FACTURES_MOIS.
           DISPLAY "Saisir le mois a facturer (AAAA puis MM)."
           ACCEPT w_fact_annee
           PERFORM WITH TEST AFTER UNTIL w_fact_mois > 0 AND
               w_fact_mois < 13
               DISPLAY "Mois (1 - 12)."
               ACCEPT w_fact_mois
           END-PERFORM

           *> recense d'abord les conducteurs regles sur le mois
           MOVE 0 TO w_clc_nb
           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fs_annee = w_fact_annee AND
                      fs_mois = w_fact_mois AND
                      fs_regle = "O" THEN
                       PERFORM CUMULER_CONDUCTEUR_CLOTURE
                   END-IF
           END-PERFORM
           CLOSE fstatistiques

           *> point de reprise du mois facture : il retient le rang
           *> du dernier conducteur facture et avance a chaque
           *> facture, chacune consommant un numero ; un conducteur
           *> deja facture sur la periode n'est jamais refacture
           MOVE SPACE TO w_ckp_cle
           STRING "FACT" w_fact_annee w_fact_mois
               DELIMITED BY SIZE INTO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           MOVE 0 TO w_fact_emises

           IF w_clc_nb = 0 THEN
               DISPLAY "Aucun trajet regle sur ce mois."
           ELSE
               COMPUTE w_fact_debut = w_ckp_position + 1
               IF w_ckp_position > 0 THEN
                   DISPLAY "Reprise de la facturation apres le "
                       "conducteur de rang " w_ckp_position
               END-IF
               MOVE w_fact_debut TO w_clc_i
               PERFORM WITH TEST AFTER UNTIL w_clc_i > w_clc_nb
                   IF w_clc_i <= w_clc_nb THEN
                       MOVE w_clc_tel(w_clc_i) TO w_fact_tel
                       PERFORM VERIFIER_FACTURE_EMISE
                       IF w_fact_deja = 1 THEN
                           DISPLAY "Conducteur " w_fact_tel
                               " deja facture sur la periode."
                       ELSE
                           MOVE "F" TO w_type_code
                           PERFORM GENERER_CODE
                           MOVE w_code_code TO w_fact_num

                           PERFORM EMETTRE_DOCUMENT_FACTURE
                           PERFORM ENREGISTRER_FACTURE_REGISTRE
                           ADD 1 TO w_fact_emises
                       END-IF
                       MOVE w_clc_i TO w_ckp_position
                       PERFORM ECRIRE_POINT_REPRISE
                   END-IF
                   ADD 1 TO w_clc_i
               END-PERFORM
               DISPLAY w_fact_emises " facture(s) emise(s) dans"
                   " facture.dat"
           END-IF
           PERFORM CLORE_POINT_REPRISE.

       *> w_fact_deja a 1 si le registre porte deja une facture du
       *> conducteur w_fact_tel pour la periode w_fact_annee/mois
       VERIFIER_FACTURE_EMISE.
           MOVE 0 TO w_fact_deja
           OPEN INPUT finvoice
           IF cr_finvoice = 00 THEN
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ finvoice NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fi_conducteur = w_fact_tel AND
                          fi_periode = w_fact_annee * 100
                          + w_fact_mois THEN
                           MOVE 1 TO w_fact_deja
                           MOVE 0 TO w_fin2
                       END-IF
               END-PERFORM
               CLOSE finvoice
           END-IF.

       *> ecrit le document de la facture w_fact_num pour le
       *> conducteur w_fact_tel sur la periode w_fact_annee/mois ;
       *> cumule aussi trajets / brut / commission / net
       EMETTRE_DOCUMENT_FACTURE.
           MOVE 0 TO w_fact_trajets
           MOVE 0 TO w_fact_brut
           MOVE 0 TO w_fact_comm
           MOVE 0 TO w_fact_net

           OPEN EXTEND ffacture
           IF cr_ffacture = 35 THEN
               OPEN OUTPUT ffacture
           END-IF

           MOVE SPACE TO tamp_ffacture
           STRING "FACTURE DE COMMISSION NO " w_fact_num
               " - PERIODE " w_fact_annee "-" w_fact_mois
               " - CONDUCTEUR " w_fact_tel
               DELIMITED BY SIZE INTO tamp_ffacture
           MOVE "FACTTITRE" TO w_mdl_type
           MOVE w_fact_tel TO w_mdl_tel
           MOVE w_fact_tel TO w_mdl_num_tel
           MOVE w_fact_num TO w_mdl_ref
           MOVE SPACE TO w_mdl_date
           STRING w_fact_annee "-" w_fact_mois
               DELIMITED BY SIZE INTO w_mdl_date
           PERFORM RENDRE_MODELE
           IF w_mdl_trouve = 1 THEN
               MOVE w_mdl_texte TO tamp_ffacture
           END-IF
           WRITE tamp_ffacture

           OPEN INPUT fstatistiques
           MOVE w_fact_tel TO fs_conducteur
           START fstatistiques KEY IS = fs_conducteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fs_conducteur NOT = w_fact_tel THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fs_annee = w_fact_annee AND
                              fs_mois = w_fact_mois AND
                              fs_regle = "O" THEN
                               ADD 1 TO w_fact_trajets
                               ADD fs_prix TO w_fact_brut
                               ADD fs_commission TO w_fact_comm
                               ADD fs_net_conducteur TO w_fact_net
                               MOVE fs_prix TO w_aff_montant
                               MOVE fs_commission TO w_aff_montant2
                               MOVE fs_net_conducteur
                                   TO w_aff_montant3
                               MOVE SPACE TO tamp_ffacture
                               STRING "  TRAJET " fs_code
                                   " PRIX " w_aff_montant
                                   " COMMISSION " w_aff_montant2
                                   " NET " w_aff_montant3
                                   DELIMITED BY SIZE
                                   INTO tamp_ffacture
                               WRITE tamp_ffacture
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fstatistiques

           MOVE w_fact_comm TO w_aff_montant
           MOVE w_fact_net TO w_aff_montant2
           MOVE w_fact_brut TO w_aff_montant3
           MOVE SPACE TO tamp_ffacture
           STRING "  TOTAL " w_fact_trajets " TRAJET(S) - BRUT "
               w_aff_montant3 " - COMMISSION " w_aff_montant
               " - NET " w_aff_montant2
               DELIMITED BY SIZE INTO tamp_ffacture
           WRITE tamp_ffacture

           *> mention fiscale : la commission est un TTC decompose
           *> en base HT et TVA au taux en vigueur
           COMPUTE w_tva_base ROUNDED =
               w_fact_comm * 100 / (100 + w_tva_pct)
           COMPUTE w_tva_montant = w_fact_comm - w_tva_base
           MOVE w_tva_base TO w_aff_montant
           MOVE w_tva_montant TO w_aff_montant2
           MOVE w_fact_comm TO w_aff_montant3
           MOVE SPACE TO tamp_ffacture
           STRING "  COMMISSION HT " w_aff_montant
               " - TVA " w_tva_pct " % " w_aff_montant2
               " - TTC " w_aff_montant3
               DELIMITED BY SIZE INTO tamp_ffacture
           WRITE tamp_ffacture
           CLOSE ffacture.

       ENREGISTRER_FACTURE_REGISTRE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O finvoice
           MOVE w_fact_num TO fi_num
           COMPUTE fi_periode = w_fact_annee * 100 + w_fact_mois
           MOVE w_fact_tel TO fi_conducteur
           MOVE w_fact_comm TO fi_commission
           MOVE w_tva_base TO fi_base
           MOVE w_tva_montant TO fi_tva
           MOVE w_fact_net TO fi_net
           MOVE WS-CURRENT-YEAR TO fi_annee
           MOVE WS-CURRENT-MONTH TO fi_mois
           MOVE WS-CURRENT-DAY TO fi_jour
           WRITE tamp_finvoice
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE finvoice.

       *> reimpression d'une facture du registre : le document est
       *> reconstruit depuis fstatistiques avec le meme numero
       REIMPRIMER_FACTURE.
           DISPLAY "Saisir le numero de facture."
           ACCEPT w_fact_num

           OPEN INPUT finvoice
           MOVE w_fact_num TO fi_num
           READ finvoice
           INVALID KEY
               DISPLAY "Cette facture n'est pas au registre."
               CLOSE finvoice
           NOT INVALID KEY
               CLOSE finvoice
               MOVE fi_conducteur TO w_fact_tel
               DIVIDE fi_periode BY 100 GIVING w_fact_annee
                   REMAINDER w_fact_mois
               PERFORM EMETTRE_DOCUMENT_FACTURE
               DISPLAY "Facture " w_fact_num " reimprimee dans"
                   " facture.dat"
           END-READ.

       *> recapitulatif TVA d'une periode pour la declaration : total
       *> des bases HT, de la TVA collectee et des TTC du registre
       *> des factures, affiche et ecrit a la suite de facture.dat
       RECAPITULATIF_TVA.
           DISPLAY "Periode du recapitulatif (AAAA puis MM)."
           ACCEPT w_fact_annee
           PERFORM WITH TEST AFTER UNTIL w_fact_mois > 0 AND
               w_fact_mois < 13
               DISPLAY "Mois (1 - 12)."
               ACCEPT w_fact_mois
           END-PERFORM
           COMPUTE w_tva_periode = w_fact_annee * 100 + w_fact_mois

           MOVE 0 TO w_tva_tbase
           MOVE 0 TO w_tva_ttva
           MOVE 0 TO w_tva_tttc
           MOVE 0 TO w_tva_nb

           OPEN INPUT finvoice
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ finvoice NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fi_periode = w_tva_periode THEN
                       ADD 1 TO w_tva_nb
                       ADD fi_base TO w_tva_tbase
                       ADD fi_tva TO w_tva_ttva
                       ADD fi_commission TO w_tva_tttc
                   END-IF
           END-PERFORM
           CLOSE finvoice

           MOVE w_tva_tbase TO w_aff_montant
           MOVE w_tva_ttva TO w_aff_montant2
           MOVE w_tva_tttc TO w_aff_montant3
           DISPLAY "---- TVA PERIODE " w_tva_periode " ----"
           DISPLAY "Factures : " w_tva_nb
           DISPLAY "Base HT  : " w_aff_montant " EUR"
           DISPLAY "TVA      : " w_aff_montant2 " EUR"
           DISPLAY "TTC      : " w_aff_montant3 " EUR"

           OPEN EXTEND ffacture
           IF cr_ffacture = 35 THEN
               OPEN OUTPUT ffacture
           END-IF
           MOVE SPACE TO tamp_ffacture
           STRING "RECAP TVA " w_tva_periode " : " w_tva_nb
               " FACTURE(S) - HT " w_aff_montant
               " - TVA " w_aff_montant2 " - TTC " w_aff_montant3
               DELIMITED BY SIZE INTO tamp_ffacture
           WRITE tamp_ffacture
           CLOSE ffacture.

       *> facturation mensuelle des comptes employeurs : pour chaque
       *> entreprise, une facture numerotee (sequence "C") reprend
       *> toutes les prises en charge reglees au conducteur ("P")
       *> dont le depart tombe dans la periode ou avant (un trajet
       *> regle en retard part sur la facture suivante), avec le
       *> releve salarie par salarie ; les lignes facturees passent
       *> "F" et ne peuvent plus l'etre deux fois
       FACTURER_EMPLOYEURS_CORPS.
           COMPUTE w_ent_periode = w_ent_annee * 100 + w_ent_mois
           MOVE 0 TO w_ent_nbfact
           OPEN INPUT fentreprise
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fentreprise NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fen_code TO w_ent_code
                   MOVE fen_nom TO w_ent_nom
                   MOVE fen_contact TO w_ent_tel
                   PERFORM COMPTER_A_FACTURER_EMPLOYEUR
                   IF w_ent_nb > 0 THEN
                       MOVE "C" TO w_type_code
                       PERFORM GENERER_CODE
                       MOVE w_code_code TO w_ent_num
                       MOVE 1 TO w_ent_mode
                       PERFORM EMETTRE_FACTURE_EMPLOYEUR
                       PERFORM ENREGISTRER_FACTURE_EMPLOYEUR
                       ADD 1 TO w_ent_nbfact
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fentreprise
           DISPLAY w_ent_nbfact " facture(s) entreprise emise(s) dans"
               " facture_entreprise.dat".

       *> compte dans w_ent_nb les prises en charge de l'entreprise
       *> w_ent_code restant a facturer jusqu'a w_ent_periode
       COMPTER_A_FACTURER_EMPLOYEUR.
           MOVE 0 TO w_ent_nb
           OPEN INPUT fprisecharge
           MOVE w_ent_code TO fpc_entreprise
           START fprisecharge KEY IS = fpc_entreprise
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fprisecharge NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fpc_entreprise NOT = w_ent_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fpc_statut = "P" AND
                              fpc_periode <= w_ent_periode THEN
                               ADD 1 TO w_ent_nb
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fprisecharge.

       *> ecrit la facture w_ent_num de l'entreprise w_ent_code et le
       *> releve des trajets ; w_ent_mode = 1 a l'emission (lignes
       *> "P" de la periode, passees "F"), 2 a la reimpression
       *> (lignes deja portees par ce numero)
       EMETTRE_FACTURE_EMPLOYEUR.
           MOVE 0 TO w_ent_nb
           MOVE 0 TO w_ent_total

           OPEN EXTEND ffactent
           IF cr_ffactent = 35 THEN
               OPEN OUTPUT ffactent
           END-IF

           MOVE SPACE TO tamp_ffactent
           STRING "FACTURE ENTREPRISE NO " w_ent_num
               " - PERIODE " w_ent_annee "-" w_ent_mois
               " - " w_ent_code " " w_ent_nom
               DELIMITED BY SIZE INTO tamp_ffactent
           WRITE tamp_ffactent
           MOVE SPACE TO tamp_ffactent
           STRING "  RELEVE DES TRAJETS PRIS EN CHARGE"
               DELIMITED BY SIZE INTO tamp_ffactent
           WRITE tamp_ffactent

           OPEN INPUT futilisateur
           OPEN I-O fprisecharge
           MOVE w_ent_code TO fpc_entreprise
           START fprisecharge KEY IS = fpc_entreprise
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fprisecharge NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fpc_entreprise NOT = w_ent_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           MOVE 0 TO w_ent_prise
                           IF w_ent_mode = 1 AND fpc_statut = "P"
                              AND fpc_periode <= w_ent_periode THEN
                               MOVE 1 TO w_ent_prise
                               MOVE "F" TO fpc_statut
                               MOVE w_ent_num TO fpc_facture
                               REWRITE tamp_fprisecharge
                           END-IF
                           IF w_ent_mode = 2 AND fpc_statut = "F"
                              AND fpc_facture = w_ent_num THEN
                               MOVE 1 TO w_ent_prise
                           END-IF
                           IF w_ent_prise = 1 THEN
                               PERFORM ECRIRE_LIGNE_FACT_EMPLOYEUR
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fprisecharge
           CLOSE futilisateur

           MOVE w_ent_total TO w_aff_montant
           MOVE SPACE TO tamp_ffactent
           STRING "  TOTAL " w_ent_nb " TRAJET(S) - MONTANT DU "
               w_aff_montant " EUR"
               DELIMITED BY SIZE INTO tamp_ffactent
           WRITE tamp_ffactent
           CLOSE ffactent.

       *> une ligne du releve : qui a voyage, sur quelle annonce,
       *> quel jour et pour combien
       ECRIRE_LIGNE_FACT_EMPLOYEUR.
           ADD 1 TO w_ent_nb
           ADD fpc_montant TO w_ent_total
           MOVE SPACE TO fu_nom
           MOVE fpc_salarie TO fu_telephone
           READ futilisateur KEY IS fu_telephone
           INVALID KEY
               MOVE SPACE TO fu_nom
           END-READ
           MOVE fpc_montant TO w_aff_montant
           MOVE SPACE TO tamp_ffactent
           STRING "  " fpc_salarie " " fu_nom " ANNONCE "
               fpc_annonce " DU " fpc_jour " : " w_aff_montant
               " EUR"
               DELIMITED BY SIZE INTO tamp_ffactent
           WRITE tamp_ffactent.

       ENREGISTRER_FACTURE_EMPLOYEUR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fentfact
           MOVE w_ent_num TO fef_num
           MOVE w_ent_code TO fef_entreprise
           MOVE w_ent_periode TO fef_periode
           MOVE w_ent_nb TO fef_trajets
           MOVE w_ent_total TO fef_montant
           COMPUTE fef_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           WRITE tamp_fentfact
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE fentfact

           IF w_ent_tel > 0 THEN
               MOVE w_ent_tel TO w_notif_telephone
               MOVE "FACTURE" TO w_ob_type
               MOVE w_ent_total TO w_aff_montant
               MOVE SPACE TO w_ob_texte
               STRING "FACTURE COVOITURAGE " w_ent_num " PERIODE "
                   w_ent_periode " : " w_ent_nb " TRAJET(S), "
                   w_aff_montant " EUR"
                   DELIMITED BY SIZE INTO w_ob_texte
               MOVE "FACTENT" TO w_mdl_type
               MOVE w_ent_num TO w_mdl_ref
               MOVE w_aff_montant TO w_mdl_montant
               MOVE w_ent_nb TO w_mdl_libre
               MOVE SPACE TO w_mdl_date
               STRING w_ent_periode(1:4) "-" w_ent_periode(5:2)
                   DELIMITED BY SIZE INTO w_mdl_date
               PERFORM DEPOSER_OUTBOX
           END-IF.

       *> reimpression d'une facture entreprise depuis son registre
       REIMPRIMER_FACTURE_EMPLOYEUR.
           DISPLAY "Saisir le numero de facture entreprise."
           ACCEPT w_ent_num

           OPEN INPUT fentfact
           MOVE w_ent_num TO fef_num
           READ fentfact
           INVALID KEY
               DISPLAY "Cette facture n'est pas au registre."
               CLOSE fentfact
           NOT INVALID KEY
               CLOSE fentfact
               MOVE fef_entreprise TO w_ent_code
               DIVIDE fef_periode BY 100 GIVING w_ent_annee
                   REMAINDER w_ent_mois
               MOVE SPACE TO w_ent_nom
               OPEN INPUT fentreprise
               MOVE w_ent_code TO fen_code
               READ fentreprise
               NOT INVALID KEY
                   MOVE fen_nom TO w_ent_nom
               END-READ
               CLOSE fentreprise
               MOVE 2 TO w_ent_mode
               PERFORM EMETTRE_FACTURE_EMPLOYEUR
               DISPLAY "Facture " w_ent_num " reimprimee dans"
                   " facture_entreprise.dat"
           END-READ.

       *> cloture mensuelle : agrege les fstatistiques reglees du mois
       *> en un recapitulatif (trajets, brut, commission, net par
       *> conducteur) ecrit dans mensuel.dat, puis verrouille la
       *> periode ; refus si des lignes du mois restent non reglees.
       *> Une periode close n'est plus touchee par le reglement ni la
       *> relance, et le remboursement n'y passe qu'avec une
       *> derogation admin journalisee
       CLOTURER_MOIS.
           DISPLAY "Saisir la periode a clore (AAAA puis MM)."
           ACCEPT w_clo_annee
           PERFORM WITH TEST AFTER UNTIL w_clo_mois > 0 AND
               w_clo_mois < 13
               DISPLAY "Mois (1 - 12)."
               ACCEPT w_clo_mois
           END-PERFORM
           COMPUTE w_clo_periode = w_clo_annee * 100 + w_clo_mois

           MOVE 0 TO w_periode_close
           OPEN INPUT fcloture
           MOVE w_clo_periode TO fcl_periode
           READ fcloture
           NOT INVALID KEY
               IF fcl_statut = "F" THEN
                   MOVE 1 TO w_periode_close
               END-IF
           END-READ
           CLOSE fcloture

           IF w_periode_close = 1 THEN
               DISPLAY "Cette periode est deja close."
               PERFORM AFFICHE_MENU_ADMIN
           ELSE
               PERFORM EXECUTER_CLOTURE_MOIS
               PERFORM AFFICHE_MENU_ADMIN
           END-IF.

       EXECUTER_CLOTURE_MOIS.
           MOVE 0 TO w_clo_nonregle
           MOVE 0 TO w_clo_trajets
           MOVE 0 TO w_clo_brut
           MOVE 0 TO w_clo_comm
           MOVE 0 TO w_clo_net
           MOVE 0 TO w_clc_nb
           MOVE 1 TO w_pal_i
           PERFORM WITH TEST AFTER UNTIL w_pal_i > 4
               MOVE 0 TO w_clp_comm(w_pal_i)
               MOVE 0 TO w_clp_trajets(w_pal_i)
               ADD 1 TO w_pal_i
           END-PERFORM

           MOVE 0 TO w_agt_nb
           OPEN INPUT fpalierhist
           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fs_annee = w_clo_annee AND
                      fs_mois = w_clo_mois THEN
                       EVALUATE fs_regle
                       WHEN "N"
                           ADD 1 TO w_clo_nonregle
                       WHEN "O"
                           ADD 1 TO w_clo_trajets
                           ADD fs_prix TO w_clo_brut
                           ADD fs_commission TO w_clo_comm
                           ADD fs_net_conducteur TO w_clo_net
                           PERFORM CUMULER_CONDUCTEUR_CLOTURE
                           PERFORM CUMULER_PALIER_CLOTURE
                           *> ventilation par agence du voyageur
                           MOVE fs_voyageur TO w_agu_tel
                           PERFORM LIRE_AGENCE_UTILISATEUR
                           MOVE w_agu_agence TO w_agt_cle
                           MOVE fs_prix TO w_agt_m1
                           MOVE fs_commission TO w_agt_m2
                           PERFORM CUMULER_PAR_AGENCE
                       END-EVALUATE
                   END-IF
           END-PERFORM
           CLOSE fstatistiques
           CLOSE fpalierhist

           IF w_clo_nonregle > 0 THEN
               DISPLAY "CLOTURE REFUSEE : " w_clo_nonregle
                   " ligne(s) du mois encore non reglee(s)."
               DISPLAY "Passez d'abord le reglement et les relances."
           ELSE
               PERFORM ECRIRE_RECAP_MENSUEL
               *> la retention des cohortes au mois clos accompagne
               *> le recapitulatif dans le dossier du mois
               MOVE w_clo_periode TO w_coh_ref
               PERFORM RAPPORT_COHORTES_CORPS

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O fcloture
               MOVE w_clo_periode TO fcl_periode
               MOVE "F" TO fcl_statut
               MOVE w_clo_trajets TO fcl_trajets
               MOVE w_clo_brut TO fcl_brut
               MOVE w_clo_comm TO fcl_commission
               MOVE w_clo_net TO fcl_net
               MOVE WS-CURRENT-YEAR TO fcl_annee
               MOVE WS-CURRENT-MONTH TO fcl_mois
               MOVE WS-CURRENT-DAY TO fcl_jour
               WRITE tamp_fcloture
               INVALID KEY
                   REWRITE tamp_fcloture
               END-WRITE
               CLOSE fcloture

               MOVE "CLOTURE MENSUELLE" TO w_audit_action
               MOVE w_clo_periode TO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               MOVE w_clo_brut TO w_aff_montant
               MOVE w_clo_comm TO w_aff_montant2
               MOVE w_clo_net TO w_aff_montant3
               DISPLAY "Periode " w_clo_periode " close : "
                   w_clo_trajets " trajets, brut " w_aff_montant
                   ", commission " w_aff_montant2
                   ", net " w_aff_montant3
           END-IF.

       CUMULER_CONDUCTEUR_CLOTURE.
           MOVE 0 TO w_clc_i
           MOVE 1 TO w_rt_idx
           PERFORM WITH TEST AFTER UNTIL w_rt_idx > w_clc_nb
               IF w_clc_nb > 0 AND w_clc_i = 0 THEN
                   IF w_clc_tel(w_rt_idx) = fs_conducteur THEN
                       MOVE w_rt_idx TO w_clc_i
                   END-IF
               END-IF
               ADD 1 TO w_rt_idx
           END-PERFORM

           IF w_clc_i = 0 AND w_clc_nb < 100 THEN
               ADD 1 TO w_clc_nb
               MOVE w_clc_nb TO w_clc_i
               MOVE fs_conducteur TO w_clc_tel(w_clc_i)
               MOVE 0 TO w_clc_net(w_clc_i)
               MOVE 0 TO w_clc_trajets(w_clc_i)
           END-IF

           IF w_clc_i > 0 THEN
               ADD fs_net_conducteur TO w_clc_net(w_clc_i)
               ADD 1 TO w_clc_trajets(w_clc_i)
           END-IF.

       *> ventile la commission de la ligne courante selon le palier
       *> du conducteur sur la periode : 1 or, 2 argent, 3 bronze,
       *> 4 sans palier calcule (periodes anterieures aux paliers)
       CUMULER_PALIER_CLOTURE.
           MOVE 4 TO w_pal_i
           MOVE fs_conducteur TO fph_conducteur
           MOVE w_clo_periode TO fph_periode
           READ fpalierhist
           NOT INVALID KEY
               EVALUATE fph_niveau
               WHEN "O"
                   MOVE 1 TO w_pal_i
               WHEN "A"
                   MOVE 2 TO w_pal_i
               WHEN OTHER
                   MOVE 3 TO w_pal_i
               END-EVALUATE
           END-READ
           ADD fs_commission TO w_clp_comm(w_pal_i)
           ADD 1 TO w_clp_trajets(w_pal_i).

       ECRIRE_RECAP_MENSUEL.
           MOVE "MENSUEL" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL

           OPEN EXTEND fmensuel
           IF cr_fmensuel = 35 THEN
               OPEN OUTPUT fmensuel
           END-IF

           MOVE w_clo_brut TO w_aff_montant
           MOVE w_clo_comm TO w_aff_montant2
           MOVE w_clo_net TO w_aff_montant3
           MOVE SPACE TO tamp_fmensuel
           STRING "CLOTURE " w_clo_periode
               " - TRAJETS " w_clo_trajets
               " - BRUT " w_aff_montant
               " - COMMISSION " w_aff_montant2
               " - NET " w_aff_montant3
               DELIMITED BY SIZE INTO tamp_fmensuel
           WRITE tamp_fmensuel
           MOVE tamp_fmensuel TO w_sp_texte
           PERFORM DEPOSER_SPOOL

           MOVE 1 TO w_clc_i
           PERFORM WITH TEST AFTER UNTIL w_clc_i > w_clc_nb
               IF w_clc_nb > 0 THEN
                   MOVE w_clc_net(w_clc_i) TO w_aff_montant
                   MOVE SPACE TO tamp_fmensuel
                   STRING "  CONDUCTEUR " w_clc_tel(w_clc_i)
                       " : " w_clc_trajets(w_clc_i)
                       " trajet(s), net " w_aff_montant
                       DELIMITED BY SIZE INTO tamp_fmensuel
                   WRITE tamp_fmensuel
                   MOVE tamp_fmensuel TO w_sp_texte
                   PERFORM DEPOSER_SPOOL
               END-IF
               ADD 1 TO w_clc_i
           END-PERFORM

           MOVE 1 TO w_pal_i
           PERFORM WITH TEST AFTER UNTIL w_pal_i > 4
               EVALUATE w_pal_i
               WHEN 1
                   MOVE "OR" TO w_pal_libelle
               WHEN 2
                   MOVE "ARGENT" TO w_pal_libelle
               WHEN 3
                   MOVE "BRONZE" TO w_pal_libelle
               WHEN OTHER
                   MOVE "AUCUN" TO w_pal_libelle
               END-EVALUATE
               MOVE w_clp_comm(w_pal_i) TO w_aff_montant
               MOVE SPACE TO tamp_fmensuel
               STRING "  COMMISSION PALIER " w_pal_libelle " : "
                   w_aff_montant " sur " w_clp_trajets(w_pal_i)
                   " trajet(s)"
                   DELIMITED BY SIZE INTO tamp_fmensuel
               WRITE tamp_fmensuel
               MOVE tamp_fmensuel TO w_sp_texte
               PERFORM DEPOSER_SPOOL
               ADD 1 TO w_pal_i
           END-PERFORM

           MOVE 1 TO w_agt_i
           PERFORM WITH TEST AFTER UNTIL w_agt_i > w_agt_nb
               IF w_agt_nb > 0 THEN
                   PERFORM LIBELLE_AGENCE_TABLE
                   MOVE w_agt_montant(w_agt_i) TO w_aff_montant
                   MOVE w_agt_montant2(w_agt_i) TO w_aff_montant2
                   MOVE SPACE TO tamp_fmensuel
                   STRING "  AGENCE " w_agu_code " : "
                       w_agt_nombre(w_agt_i) " trajet(s), brut "
                       w_aff_montant ", commission " w_aff_montant2
                       DELIMITED BY SIZE INTO tamp_fmensuel
                   WRITE tamp_fmensuel
                   MOVE tamp_fmensuel TO w_sp_texte
                   PERFORM DEPOSER_SPOOL
               END-IF
               ADD 1 TO w_agt_i
           END-PERFORM

           PERFORM COMPTER_OBJETS_MOIS
           MOVE w_obj_frais TO w_aff_montant
           MOVE SPACE TO tamp_fmensuel
           STRING "  OBJETS TROUVES " w_obj_decl
               " : REMIS " w_obj_remis " POSTE " w_obj_poste
               " FERMES " w_obj_ferme " OUVERTS " w_obj_ouvert
               " FRAIS " w_aff_montant
               DELIMITED BY SIZE INTO tamp_fmensuel
           WRITE tamp_fmensuel
           MOVE tamp_fmensuel TO w_sp_texte
           PERFORM DEPOSER_SPOOL

           CLOSE fmensuel
           PERFORM CLORE_GENERATION_SPOOL.

       *> retention des cohortes d'inscription, du menu admin : mois
       *> de reference = mois en cours
       RAPPORT_COHORTES.
           PERFORM RAPPORT_COHORTES_MOIS
           PERFORM AFFICHE_MENU_ADMIN.

       RAPPORT_COHORTES_MOIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_coh_ref = WS-CURRENT-YEAR * 100
               + WS-CURRENT-MONTH
           PERFORM RAPPORT_COHORTES_CORPS.

       *> rapport de retention au mois w_coh_ref (AAAAMM) : aussi
       *> produit par la cloture mensuelle pour le dossier du mois
       RAPPORT_COHORTES_CORPS.
           PERFORM DATER_INSCRIPTIONS

           DIVIDE w_coh_ref BY 100 GIVING w_coh_annee
               REMAINDER w_coh_mm
           COMPUTE w_coh_ref_mois = w_coh_annee * 12 + w_coh_mm - 1
           COMPUTE w_coh_deb_mois = w_coh_ref_mois - 23
           INITIALIZE w_coh_table
           MOVE 0 TO w_coh_nb
           MOVE 0 TO w_coh_hors
           MOVE 0 TO w_coh_sans_date

           *> comptes inscrits dans les 24 mois, avec leur origine
           *> quand elle tient au compte lui-meme (parrainage,
           *> rattachement a un guichet le mois de l'inscription)
           OPEN INPUT futilisateur
           OPEN INPUT fparrain
           OPEN INPUT fagenceutil
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fu_type NOT = 3 THEN
                       PERFORM RETENIR_COMPTE_COHORTE
                   END-IF
           END-PERFORM
           CLOSE fagenceutil
           CLOSE fparrain
           CLOSE futilisateur

           *> reservations, courantes puis archivees
           MOVE 1 TO w_coh_resa
           OPEN INPUT freservation
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fres_voyageur TO w_coh_tel
                   COMPUTE w_coh_date = fres_annee * 10000
                       + fres_mois * 100 + fres_jour
                   MOVE fres_code_promo TO w_coh_promo
                   PERFORM NOTER_ACTIVITE_COHORTE
           END-PERFORM
           CLOSE freservation

           OPEN INPUT farchreservation
           IF cr_farchreservation NOT = 35 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ farchreservation NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE farcr_voyageur TO w_coh_tel
                       COMPUTE w_coh_date = farcr_annee * 10000
                           + farcr_mois * 100 + farcr_jour
                       MOVE farcr_code_promo TO w_coh_promo
                       PERFORM NOTER_ACTIVITE_COHORTE
               END-PERFORM
               CLOSE farchreservation
           END-IF

           *> annonces publiees, au mois de leur depart
           MOVE 0 TO w_coh_resa
           MOVE SPACE TO w_coh_promo
           OPEN INPUT fannonce
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fa_conducteur TO w_coh_tel
                   COMPUTE w_coh_date = fa_annee * 10000
                       + fa_mois * 100 + fa_jour
                   PERFORM NOTER_ACTIVITE_COHORTE
           END-PERFORM
           CLOSE fannonce

           OPEN INPUT farchannonce
           IF cr_farchannonce NOT = 35 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ farchannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE farca_conducteur TO w_coh_tel
                       COMPUTE w_coh_date = farca_annee * 10000
                           + farca_mois * 100 + farca_jour
                       PERFORM NOTER_ACTIVITE_COHORTE
               END-PERFORM
               CLOSE farchannonce
           END-IF

           *> origine restante (code promo ou direct) puis cumul par
           *> cohorte
           MOVE 1 TO w_coh_i
           PERFORM WITH TEST AFTER UNTIL w_coh_i > w_coh_nb
               IF w_coh_nb > 0 THEN
                   PERFORM CUMULER_COMPTE_COHORTE
               END-IF
               ADD 1 TO w_coh_i
           END-PERFORM

           PERFORM ECRIRE_RAPPORT_COHORTES.

       *> date d'inscription des comptes qui n'en ont pas encore :
       *> le plus ancien mouvement du ledger, ou la session ouverte
       *> si elle est plus ancienne
       DATER_INSCRIPTIONS.
           MOVE 0 TO w_coh_dates
           OPEN I-O futilisateur
           OPEN INPUT ftransaction
           OPEN INPUT fsession
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fu_date_inscription = 0 THEN
                       PERFORM DATER_UNE_INSCRIPTION
                   END-IF
           END-PERFORM
           CLOSE fsession
           CLOSE ftransaction
           CLOSE futilisateur
           IF w_coh_dates > 0 THEN
               DISPLAY w_coh_dates " date(s) d'inscription reprise(s)"
                   " du ledger ou des sessions."
           END-IF.

       DATER_UNE_INSCRIPTION.
           MOVE 0 TO w_coh_date
           MOVE fu_telephone TO ft_telephone
           START ftransaction KEY IS = ft_telephone
           INVALID KEY
               MOVE 0 TO w_coh_fin
           NOT INVALID KEY
               MOVE 1 TO w_coh_fin
           END-START
           PERFORM WITH TEST BEFORE UNTIL w_coh_fin = 0
               READ ftransaction NEXT
               AT END MOVE 0 TO w_coh_fin
               NOT AT END
                   IF ft_telephone NOT = fu_telephone THEN
                       MOVE 0 TO w_coh_fin
                   ELSE
                       COMPUTE w_coh_jour = ft_annee * 10000
                           + ft_mois * 100 + ft_jour
                       IF w_coh_date = 0 OR
                          w_coh_jour < w_coh_date THEN
                           MOVE w_coh_jour TO w_coh_date
                       END-IF
                   END-IF
           END-PERFORM

           MOVE fu_telephone TO fse_telephone
           READ fsession
           NOT INVALID KEY
               COMPUTE w_coh_jour = fse_annee * 10000
                   + fse_mois * 100 + fse_jour
               IF w_coh_date = 0 OR w_coh_jour < w_coh_date THEN
                   MOVE w_coh_jour TO w_coh_date
               END-IF
           END-READ

           IF w_coh_date > 0 THEN
               MOVE w_coh_date TO fu_date_inscription
               REWRITE tamp_futilisateur
               MOVE "M" TO w_jrn_op
               PERFORM IMAGE_UTILISATEUR
               ADD 1 TO w_coh_dates
           END-IF.

       *> compte courant de futilisateur : entre dans la table s'il
       *> s'est inscrit dans la fenetre des 24 mois
       RETENIR_COMPTE_COHORTE.
           IF fu_date_inscription = 0 THEN
               ADD 1 TO w_coh_sans_date
           ELSE
               DIVIDE fu_date_inscription BY 100 GIVING w_coh_mois
               DIVIDE w_coh_mois BY 100 GIVING w_coh_annee
                   REMAINDER w_coh_mm
               COMPUTE w_coh_mois = w_coh_annee * 12 + w_coh_mm - 1
               IF w_coh_mois >= w_coh_deb_mois AND
                  w_coh_mois <= w_coh_ref_mois THEN
                   IF w_coh_nb >= 1000 THEN
                       ADD 1 TO w_coh_hors
                   ELSE
                       ADD 1 TO w_coh_nb
                       MOVE fu_telephone TO w_coh_u_tel(w_coh_nb)
                       MOVE w_coh_mois TO w_coh_u_mois(w_coh_nb)
                       COMPUTE w_coh_u_cohorte(w_coh_nb) =
                           w_coh_mois - w_coh_deb_mois + 1
                       MOVE 0 TO w_coh_u_origine(w_coh_nb)
                       MOVE 0 TO w_coh_u_prem(w_coh_nb)
                       MOVE "N" TO w_coh_u_promo(w_coh_nb)
                       MOVE 1 TO w_coh_k
                       PERFORM WITH TEST AFTER UNTIL w_coh_k > 5
                           MOVE 0 TO w_coh_u_actif(w_coh_nb, w_coh_k)
                           ADD 1 TO w_coh_k
                       END-PERFORM

                       MOVE fu_telephone TO fpr_filleul
                       READ fparrain
                       NOT INVALID KEY
                           MOVE 1 TO w_coh_u_origine(w_coh_nb)
                       END-READ
                       IF w_coh_u_origine(w_coh_nb) = 0 THEN
                           MOVE fu_telephone TO fau_telephone
                           READ fagenceutil
                           NOT INVALID KEY
                               IF fau_date(1:6) =
                                  fu_date_inscription(1:6) THEN
                                   MOVE 2 TO w_coh_u_origine(w_coh_nb)
                               END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> activite du compte w_coh_tel a la date w_coh_date : marque
       *> les mois 1, 2, 3, 6, 12 atteints (jusqu'au mois de
       *> reference) et, pour une reservation (w_coh_resa = 1),
       *> retient si la premiere portait un code promo
       NOTER_ACTIVITE_COHORTE.
           MOVE 0 TO w_coh_cur
           MOVE 1 TO w_coh_i
           PERFORM WITH TEST AFTER UNTIL w_coh_i > w_coh_nb
               IF w_coh_nb > 0 AND w_coh_cur = 0 THEN
                   IF w_coh_u_tel(w_coh_i) = w_coh_tel THEN
                       MOVE w_coh_i TO w_coh_cur
                   END-IF
               END-IF
               ADD 1 TO w_coh_i
           END-PERFORM

           IF w_coh_cur > 0 AND w_coh_date > 0 THEN
               DIVIDE w_coh_date BY 100 GIVING w_coh_mois
               DIVIDE w_coh_mois BY 100 GIVING w_coh_annee
                   REMAINDER w_coh_mm
               COMPUTE w_coh_mois = w_coh_annee * 12 + w_coh_mm - 1
               COMPUTE w_coh_ecart = w_coh_mois
                   - w_coh_u_mois(w_coh_cur)
               IF w_coh_mois <= w_coh_ref_mois THEN
                   MOVE 1 TO w_coh_k
                   PERFORM WITH TEST AFTER UNTIL w_coh_k > 5
                       IF w_coh_ecart = w_coh_decalage(w_coh_k) THEN
                           MOVE 1 TO w_coh_u_actif(w_coh_cur, w_coh_k)
                       END-IF
                       ADD 1 TO w_coh_k
                   END-PERFORM
               END-IF
               IF w_coh_resa = 1 THEN
                   IF w_coh_u_prem(w_coh_cur) = 0 OR
                      w_coh_date < w_coh_u_prem(w_coh_cur) THEN
                       MOVE w_coh_date TO w_coh_u_prem(w_coh_cur)
                       IF w_coh_promo = SPACE THEN
                           MOVE "N" TO w_coh_u_promo(w_coh_cur)
                       ELSE
                           MOVE "O" TO w_coh_u_promo(w_coh_cur)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CUMULER_COMPTE_COHORTE.
           IF w_coh_u_origine(w_coh_i) = 0 THEN
               IF w_coh_u_promo(w_coh_i) = "O" THEN
                   MOVE 3 TO w_coh_u_origine(w_coh_i)
               ELSE
                   MOVE 4 TO w_coh_u_origine(w_coh_i)
               END-IF
           END-IF
           MOVE w_coh_u_cohorte(w_coh_i) TO w_coh_c
           MOVE w_coh_u_origine(w_coh_i) TO w_coh_s
           ADD 1 TO w_coh_inscrits(w_coh_c, w_coh_s)
           ADD 1 TO w_coh_inscrits(w_coh_c, 5)
           MOVE 1 TO w_coh_k
           PERFORM WITH TEST AFTER UNTIL w_coh_k > 5
               IF w_coh_u_actif(w_coh_i, w_coh_k) = 1 THEN
                   ADD 1 TO w_coh_actifs(w_coh_c, w_coh_s, w_coh_k)
                   ADD 1 TO w_coh_actifs(w_coh_c, 5, w_coh_k)
               END-IF
               ADD 1 TO w_coh_k
           END-PERFORM.

       ECRIRE_RAPPORT_COHORTES.
           MOVE "COHORTES" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "RETENTION DES COHORTES D'INSCRIPTION AU MOIS "
               w_coh_ref DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_COHORTES
           MOVE "% des inscrits ayant reserve ou publie a nouveau"
               TO w_sp_texte
           PERFORM SORTIR_LIGNE_COHORTES
           MOVE SPACE TO w_sp_texte
           STRING "MOIS   ORIGINE    INSCR      M+1      M+2"
               "      M+3      M+6     M+12"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_COHORTES

           MOVE 1 TO w_coh_c
           PERFORM WITH TEST AFTER UNTIL w_coh_c > 24
               IF w_coh_inscrits(w_coh_c, 5) > 0 THEN
                   MOVE 1 TO w_coh_s
                   PERFORM WITH TEST AFTER UNTIL w_coh_s > 5
                       IF w_coh_inscrits(w_coh_c, w_coh_s) > 0 THEN
                           PERFORM ECRIRE_LIGNE_COHORTE
                       END-IF
                       ADD 1 TO w_coh_s
                   END-PERFORM
               END-IF
               ADD 1 TO w_coh_c
           END-PERFORM

           IF w_coh_sans_date > 0 THEN
               MOVE SPACE TO w_sp_texte
               STRING "*** " w_coh_sans_date " compte(s) sans date"
                   " d'inscription (ni ledger ni session), hors"
                   " rapport" DELIMITED BY SIZE INTO w_sp_texte
               PERFORM SORTIR_LIGNE_COHORTES
           END-IF
           IF w_coh_hors > 0 THEN
               MOVE SPACE TO w_sp_texte
               STRING "*** " w_coh_hors " inscrit(s) au-dela de la"
                   " table des 1000 comptes, hors rapport"
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM SORTIR_LIGNE_COHORTES
           END-IF
           PERFORM CLORE_GENERATION_SPOOL.

       *> ligne cohorte w_coh_c / origine w_coh_s ; un mois pas
       *> encore atteint au mois de reference est laisse a "-"
       ECRIRE_LIGNE_COHORTE.
           COMPUTE w_coh_mois = w_coh_deb_mois + w_coh_c - 1
           COMPUTE w_coh_annee = w_coh_mois / 12
           COMPUTE w_coh_mm = FUNCTION MOD(w_coh_mois, 12) + 1
           MOVE SPACE TO w_sp_texte
           STRING w_coh_annee w_coh_mm " "
               w_coh_noms((w_coh_s - 1) * 10 + 1:10) " "
               w_coh_inscrits(w_coh_c, w_coh_s)
               DELIMITED BY SIZE INTO w_sp_texte
           MOVE 1 TO w_coh_k
           PERFORM WITH TEST AFTER UNTIL w_coh_k > 5
               IF w_coh_mois + w_coh_decalage(w_coh_k) >
                  w_coh_ref_mois THEN
                   MOVE "        -" TO w_coh_cellule
               ELSE
                   COMPUTE w_coh_pct ROUNDED =
                       w_coh_actifs(w_coh_c, w_coh_s, w_coh_k) * 100
                       / w_coh_inscrits(w_coh_c, w_coh_s)
                   MOVE SPACE TO w_coh_cellule
                   STRING "     " w_coh_pct "%"
                       DELIMITED BY SIZE INTO w_coh_cellule
               END-IF
               MOVE w_coh_cellule TO
                   w_sp_texte(15 + w_coh_k * 9:9)
               ADD 1 TO w_coh_k
           END-PERFORM
           PERFORM SORTIR_LIGNE_COHORTES.

       SORTIR_LIGNE_COHORTES.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> indique dans w_periode_close si le mois de la ligne
       *> statistique courante (fs_annee / fs_mois) est clos
       VERIFIER_PERIODE_CLOSE.
           MOVE 0 TO w_periode_close
           COMPUTE w_clo_periode = fs_annee * 100 + fs_mois
           OPEN INPUT fcloture
           MOVE w_clo_periode TO fcl_periode
           READ fcloture
           NOT INVALID KEY
               IF fcl_statut = "F" THEN
                   MOVE 1 TO w_periode_close
               END-IF
           END-READ
           CLOSE fcloture.

       *> reconstruction d'un fichier indexe endommage : lecture
       *> sequentielle aussi loin que possible, dechargement des
       *> enregistrements recuperables dans sauvetage.dat,
       *> recreation du fichier indexe (cles et cles secondaires
       *> retablies par le SELECT) puis rechargement, avec comptages
       *> avant / apres. Mieux vaut perdre quelques enregistrements
       *> que restaurer la sauvegarde de la veille
       RECONSTRUIRE_FICHIER.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ RECONSTRUCTION ------"
               DISPLAY "1.   UTILISATEUR.DAT"
               DISPLAY "2.   ANNONCE.DAT"
               DISPLAY "3.   RESERVATION.DAT"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM RECONSTRUIRE_UTILISATEUR
           WHEN 2
               PERFORM RECONSTRUIRE_ANNONCE
           WHEN 3
               PERFORM RECONSTRUIRE_RESERVATION
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       RECONSTRUIRE_UTILISATEUR.
           MOVE 0 TO w_rec_avant
           MOVE 0 TO w_rec_apres

           OPEN OUTPUT fsauvetage
           OPEN INPUT futilisateur
           IF cr_futilisateur NOT = 00 THEN
               MOVE cr_futilisateur TO w_rec_statut
               DISPLAY "Ouverture impossible (code retour "
                   w_rec_statut "), fichier laisse en place"
               DISPLAY "pour un sauvetage hors ligne."
               CLOSE fsauvetage
               MOVE 0 TO w_rec_avant
           ELSE
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF cr_futilisateur > 02 THEN
                       MOVE cr_futilisateur TO w_rec_statut
                       DISPLAY "Lecture arretee, code retour "
                           w_rec_statut
                       MOVE 0 TO w_fin
                   ELSE
                       MOVE SPACE TO tamp_fsauvetage
                       MOVE tamp_futilisateur TO tamp_fsauvetage
                       WRITE tamp_fsauvetage
                       ADD 1 TO w_rec_avant
                   END-IF
           END-PERFORM
           CLOSE futilisateur
           CLOSE fsauvetage
           END-IF

           *> rien de sauve : recreer le fichier l'effacerait pour
           *> de bon, on s'arrete la
           IF w_rec_avant = 0 THEN
               DISPLAY "Aucun enregistrement sauve, reconstruction"
               DISPLAY "abandonnee ; le fichier endommage est"
               DISPLAY "laisse en place."
           ELSE
           OPEN OUTPUT futilisateur
           OPEN INPUT fsauvetage
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsauvetage
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE tamp_fsauvetage TO tamp_futilisateur
                   WRITE tamp_futilisateur
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w_rec_apres
                   END-WRITE
           END-PERFORM
           CLOSE fsauvetage
           CLOSE futilisateur

           PERFORM AFFICHER_BILAN_RECONSTRUCTION
           END-IF.

       RECONSTRUIRE_ANNONCE.
           MOVE 0 TO w_rec_avant
           MOVE 0 TO w_rec_apres

           OPEN OUTPUT fsauvetage
           OPEN INPUT fannonce
           IF cr_fannonce NOT = 00 THEN
               MOVE cr_fannonce TO w_rec_statut
               DISPLAY "Ouverture impossible (code retour "
                   w_rec_statut "), fichier laisse en place"
               DISPLAY "pour un sauvetage hors ligne."
               CLOSE fsauvetage
               MOVE 0 TO w_rec_avant
           ELSE
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF cr_fannonce > 02 THEN
                       MOVE cr_fannonce TO w_rec_statut
                       DISPLAY "Lecture arretee, code retour "
                           w_rec_statut
                       MOVE 0 TO w_fin
                   ELSE
                       MOVE SPACE TO tamp_fsauvetage
                       MOVE tamp_fannonce TO tamp_fsauvetage
                       WRITE tamp_fsauvetage
                       ADD 1 TO w_rec_avant
                   END-IF
           END-PERFORM
           CLOSE fannonce
           CLOSE fsauvetage
           END-IF

           *> rien de sauve : recreer le fichier l'effacerait pour
           *> de bon, on s'arrete la
           IF w_rec_avant = 0 THEN
               DISPLAY "Aucun enregistrement sauve, reconstruction"
               DISPLAY "abandonnee ; le fichier endommage est"
               DISPLAY "laisse en place."
           ELSE
           OPEN OUTPUT fannonce
           OPEN INPUT fsauvetage
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsauvetage
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE tamp_fsauvetage TO tamp_fannonce
                   WRITE tamp_fannonce
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w_rec_apres
                   END-WRITE
           END-PERFORM
           CLOSE fsauvetage
           CLOSE fannonce

           PERFORM AFFICHER_BILAN_RECONSTRUCTION
           END-IF.

       RECONSTRUIRE_RESERVATION.
           MOVE 0 TO w_rec_avant
           MOVE 0 TO w_rec_apres

           OPEN OUTPUT fsauvetage
           OPEN INPUT freservation
           IF cr_freservation NOT = 00 THEN
               MOVE cr_freservation TO w_rec_statut
               DISPLAY "Ouverture impossible (code retour "
                   w_rec_statut "), fichier laisse en place"
               DISPLAY "pour un sauvetage hors ligne."
               CLOSE fsauvetage
               MOVE 0 TO w_rec_avant
           ELSE
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF cr_freservation > 02 THEN
                       MOVE cr_freservation TO w_rec_statut
                       DISPLAY "Lecture arretee, code retour "
                           w_rec_statut
                       MOVE 0 TO w_fin
                   ELSE
                       MOVE SPACE TO tamp_fsauvetage
                       MOVE tamp_freservation TO tamp_fsauvetage
                       WRITE tamp_fsauvetage
                       ADD 1 TO w_rec_avant
                   END-IF
           END-PERFORM
           CLOSE freservation
           CLOSE fsauvetage
           END-IF

           *> rien de sauve : recreer le fichier l'effacerait pour
           *> de bon, on s'arrete la
           IF w_rec_avant = 0 THEN
               DISPLAY "Aucun enregistrement sauve, reconstruction"
               DISPLAY "abandonnee ; le fichier endommage est"
               DISPLAY "laisse en place."
           ELSE
           OPEN OUTPUT freservation
           OPEN INPUT fsauvetage
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsauvetage
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE tamp_fsauvetage TO tamp_freservation
                   WRITE tamp_freservation
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w_rec_apres
                   END-WRITE
           END-PERFORM
           CLOSE fsauvetage
           CLOSE freservation

           PERFORM AFFICHER_BILAN_RECONSTRUCTION
           END-IF.

       AFFICHER_BILAN_RECONSTRUCTION.
           DISPLAY "Reconstruction terminee."
           DISPLAY "Enregistrements sauves    : " w_rec_avant
           DISPLAY "Enregistrements recharges : " w_rec_apres
           DISPLAY "Le fichier a plat sauvetage.dat est conserve.".

       *> classement des routes les plus demandees sans offre,
       *> construit depuis les recherches infructueuses ; reutilise
       *> la table des routes du tableau de bord
       RAPPORT_DEMANDE_NON_SERVIE.
           MOVE 0 TO w_rt_nb

           OPEN INPUT fdemande
           IF cr_fdemande = 35 THEN
               DISPLAY "Aucune demande non servie enregistree."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdemande
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       PERFORM CUMULER_DEMANDE_ROUTE
                   END-READ
               END-PERFORM
               CLOSE fdemande
           END-IF

           IF w_rt_nb = 0 THEN
               DISPLAY "Aucune route en demande non servie."
           ELSE
               DISPLAY "---- ROUTES LES PLUS DEMANDEES SANS OFFRE"
                   " ----"
               MOVE 1 TO w_rt_rang
               PERFORM WITH TEST AFTER UNTIL w_rt_rang > 10
                   MOVE 0 TO w_rt_meilleur
                   MOVE 0 TO w_rt_maxtrips
                   MOVE 1 TO w_rt_cur
                   PERFORM WITH TEST AFTER UNTIL w_rt_cur > w_rt_nb
                       IF w_rt_affiche(w_rt_cur) = 0 AND
                          w_rt_trips(w_rt_cur) > w_rt_maxtrips THEN
                           MOVE w_rt_trips(w_rt_cur)
                               TO w_rt_maxtrips
                           MOVE w_rt_cur TO w_rt_meilleur
                       END-IF
                       ADD 1 TO w_rt_cur
                   END-PERFORM
                   IF w_rt_meilleur > 0 THEN
                       DISPLAY "RANG " w_rt_rang " : "
                           w_rt_villeD(w_rt_meilleur) " -> "
                           w_rt_villeA(w_rt_meilleur) " ("
                           w_rt_trips(w_rt_meilleur)
                           " demande(s))"
                       MOVE 1 TO w_rt_affiche(w_rt_meilleur)
                   END-IF
                   ADD 1 TO w_rt_rang
               END-PERFORM
           END-IF

           ACCEPT w_test
           PERFORM AFFICHE_MENU_ADMIN.

       CUMULER_DEMANDE_ROUTE.
           MOVE 0 TO w_rt_cur
           MOVE 1 TO w_rt_idx
           PERFORM WITH TEST AFTER UNTIL w_rt_idx > w_rt_nb
               IF w_rt_nb > 0 AND w_rt_cur = 0 THEN
                   IF w_rt_villeD(w_rt_idx) = fdm_depart AND
                      w_rt_villeA(w_rt_idx) = fdm_arrive THEN
                       MOVE w_rt_idx TO w_rt_cur
                   END-IF
               END-IF
               ADD 1 TO w_rt_idx
           END-PERFORM

           IF w_rt_cur = 0 AND w_rt_nb < 100 THEN
               ADD 1 TO w_rt_nb
               MOVE w_rt_nb TO w_rt_cur
               MOVE fdm_depart TO w_rt_villeD(w_rt_cur)
               MOVE fdm_arrive TO w_rt_villeA(w_rt_cur)
               MOVE 0 TO w_rt_trips(w_rt_cur)
               MOVE 0 TO w_rt_affiche(w_rt_cur)
           END-IF

           IF w_rt_cur > 0 THEN
               ADD 1 TO w_rt_trips(w_rt_cur)
           END-IF.

       *> retention des donnees : remplace par le jeton anonyme
       *> 9999999999 les telephones des enregistrements plus vieux
       *> que l'horizon (RETENTION-ANNEES) dont le compte n'existe
       *> plus, en gardant montants et villes pour que les
       *> statistiques restent exactes ; les comptes encore ouverts
       *> gardent leur historique (releves et rapprochement obligent)
       ANONYMISER_DONNEES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_ret_limite =
               (WS-CURRENT-YEAR - w_retention_annees) * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE 0 TO w_ret_nb_res
           MOVE 0 TO w_ret_nb_stats
           MOVE 0 TO w_ret_nb_trans
           MOVE 0 TO w_ret_nb_arch

           OPEN INPUT futilisateur

           *> une etape par fichier, chacune avec son point de
           *> reprise (999999 = etape terminee) ; tous sont effaces
           *> une fois l'ensemble termine
           PERFORM ANONYMISER_RESERVATIONS
           PERFORM ANONYMISER_STATISTIQUES
           PERFORM ANONYMISER_TRANSACTIONS
           PERFORM ANONYMISER_ARCHIVES

           CLOSE futilisateur

           MOVE "ANONRES" TO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE
           MOVE "ANONSTA" TO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE
           MOVE "ANONTRA" TO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE
           MOVE "ANONARC" TO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE
           MOVE "ANONARA" TO w_ckp_cle
           PERFORM CLORE_POINT_REPRISE

           OPEN EXTEND fretention
           IF cr_fretention = 35 THEN
               OPEN OUTPUT fretention
           END-IF
           MOVE SPACE TO tamp_fretention
           STRING "RETENTION " WS-CURRENT-YEAR "-" WS-CURRENT-MONTH
               "-" WS-CURRENT-DAY
               " RES " w_ret_nb_res
               " STATS " w_ret_nb_stats
               " LEDGER " w_ret_nb_trans
               " ARCHIVES " w_ret_nb_arch
               DELIMITED BY SIZE INTO tamp_fretention
           WRITE tamp_fretention
           CLOSE fretention

           DISPLAY "Anonymisation terminee :"
           DISPLAY "Reservations : " w_ret_nb_res
           DISPLAY "Statistiques : " w_ret_nb_stats
           DISPLAY "Ledger       : " w_ret_nb_trans
           DISPLAY "Archives     : " w_ret_nb_arch

           PERFORM AFFICHE_MENU_ADMIN.

       *> vrai (1) si le telephone w_teluser a encore un compte ;
       *> futilisateur est ouvert en entree par l'appelant
       VERIFIER_COMPTE_EXISTANT.
           MOVE 0 TO w_ret_existe
           MOVE w_teluser TO fu_telephone
           READ futilisateur
           NOT INVALID KEY
               MOVE 1 TO w_ret_existe
           END-READ.

       ANONYMISER_RESERVATIONS.
           MOVE "ANONRES" TO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           OPEN I-O freservation
           MOVE 1 TO w_fin
           IF w_ckp_position > 0 THEN
               MOVE w_ckp_position TO fres_code
               START freservation KEY IS > fres_code
               INVALID KEY
                   MOVE 0 TO w_fin
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fres_code TO w_ckp_position
                   COMPUTE w_ret_num = fres_annee * 10000
                       + fres_mois * 100 + fres_jour
                   IF w_ret_num < w_ret_limite THEN
                       MOVE 0 TO w_test
                       MOVE fres_voyageur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          fres_voyageur NOT = 9999999999 THEN
                           MOVE 9999999999 TO fres_voyageur
                           MOVE 1 TO w_test
                       END-IF
                       MOVE fres_conducteur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          fres_conducteur NOT = 9999999999 THEN
                           MOVE 9999999999 TO fres_conducteur
                           MOVE 1 TO w_test
                       END-IF
                       IF w_test = 1 THEN
                           REWRITE tamp_freservation
                           MOVE "M" TO w_jrn_op
                           PERFORM IMAGE_RESERVATION
                           ADD 1 TO w_ret_nb_res
                       END-IF
                   END-IF
                   PERFORM AVANCER_POINT_REPRISE
           END-PERFORM
           CLOSE freservation
           MOVE 999999 TO w_ckp_position
           PERFORM ECRIRE_POINT_REPRISE.

       ANONYMISER_STATISTIQUES.
           MOVE "ANONSTA" TO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           OPEN I-O fstatistiques
           MOVE 1 TO w_fin
           IF w_ckp_position > 0 THEN
               MOVE w_ckp_position TO fs_code
               START fstatistiques KEY IS > fs_code
               INVALID KEY
                   MOVE 0 TO w_fin
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fs_code TO w_ckp_position
                   COMPUTE w_ret_num = fs_annee * 10000
                       + fs_mois * 100 + fs_jour
                   IF w_ret_num < w_ret_limite THEN
                       MOVE 0 TO w_test
                       MOVE fs_voyageur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          fs_voyageur NOT = 9999999999 THEN
                           MOVE 9999999999 TO fs_voyageur
                           MOVE 1 TO w_test
                       END-IF
                       MOVE fs_conducteur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          fs_conducteur NOT = 9999999999 THEN
                           MOVE 9999999999 TO fs_conducteur
                           MOVE 1 TO w_test
                       END-IF
                       IF w_test = 1 THEN
                           REWRITE tamp_fstatistiques
                           ADD 1 TO w_ret_nb_stats
                       END-IF
                   END-IF
                   PERFORM AVANCER_POINT_REPRISE
           END-PERFORM
           CLOSE fstatistiques
           MOVE 999999 TO w_ckp_position
           PERFORM ECRIRE_POINT_REPRISE.

       ANONYMISER_TRANSACTIONS.
           MOVE "ANONTRA" TO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           OPEN I-O ftransaction
           MOVE 1 TO w_fin
           IF w_ckp_position > 0 THEN
               MOVE w_ckp_position TO ft_num
               START ftransaction KEY IS > ft_num
               INVALID KEY
                   MOVE 0 TO w_fin
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ ftransaction NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE ft_num TO w_ckp_position
                   COMPUTE w_ret_num = ft_annee * 10000
                       + ft_mois * 100 + ft_jour
                   IF w_ret_num < w_ret_limite THEN
                       MOVE ft_telephone TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          ft_telephone NOT = 9999999999 THEN
                           MOVE 9999999999 TO ft_telephone
                           REWRITE tamp_ftransaction
                           MOVE "M" TO w_jrn_op
                           PERFORM IMAGE_TRANSACTION
                           ADD 1 TO w_ret_nb_trans
                       END-IF
                   END-IF
                   PERFORM AVANCER_POINT_REPRISE
           END-PERFORM
           CLOSE ftransaction
           MOVE 999999 TO w_ckp_position
           PERFORM ECRIRE_POINT_REPRISE.

       ANONYMISER_ARCHIVES.
           MOVE "ANONARC" TO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           OPEN I-O farchreservation
           MOVE 1 TO w_fin
           IF w_ckp_position > 0 THEN
               MOVE w_ckp_position TO farcr_code
               START farchreservation KEY IS > farcr_code
               INVALID KEY
                   MOVE 0 TO w_fin
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ farchreservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE farcr_code TO w_ckp_position
                   COMPUTE w_ret_num = farcr_annee * 10000
                       + farcr_mois * 100 + farcr_jour
                   IF w_ret_num < w_ret_limite THEN
                       MOVE 0 TO w_test
                       MOVE farcr_voyageur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          farcr_voyageur NOT = 9999999999 THEN
                           MOVE 9999999999 TO farcr_voyageur
                           MOVE 1 TO w_test
                       END-IF
                       MOVE farcr_conducteur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          farcr_conducteur NOT = 9999999999 THEN
                           MOVE 9999999999 TO farcr_conducteur
                           MOVE 1 TO w_test
                       END-IF
                       IF w_test = 1 THEN
                           REWRITE tamp_farchreservation
                           ADD 1 TO w_ret_nb_arch
                       END-IF
                   END-IF
                   PERFORM AVANCER_POINT_REPRISE
           END-PERFORM
           CLOSE farchreservation
           MOVE 999999 TO w_ckp_position
           PERFORM ECRIRE_POINT_REPRISE

           MOVE "ANONARA" TO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           OPEN I-O farchannonce
           MOVE 1 TO w_fin
           IF w_ckp_position > 0 THEN
               MOVE w_ckp_position TO farca_code
               START farchannonce KEY IS > farca_code
               INVALID KEY
                   MOVE 0 TO w_fin
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ farchannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE farca_code TO w_ckp_position
                   COMPUTE w_ret_num = farca_annee * 10000
                       + farca_mois * 100 + farca_jour
                   IF w_ret_num < w_ret_limite THEN
                       MOVE farca_conducteur TO w_teluser
                       PERFORM VERIFIER_COMPTE_EXISTANT
                       IF w_ret_existe = 0 AND
                          farca_conducteur NOT = 9999999999 THEN
                           MOVE 9999999999 TO farca_conducteur
                           REWRITE tamp_farchannonce
                           ADD 1 TO w_ret_nb_arch
                       END-IF
                   END-IF
                   PERFORM AVANCER_POINT_REPRISE
           END-PERFORM
           CLOSE farchannonce
           MOVE 999999 TO w_ckp_position
           PERFORM ECRIRE_POINT_REPRISE.

       *> audit d'integrite inter-fichiers : references croisees
       *> reservation->annonce, reservation->utilisateur,
       *> voiture->utilisateur, note->reservation et compteurs de
       *> places ; chaque constat part dans integrite.dat avec une
       *> severite (GRAVE / MOYEN / INFO). La passe de reparation,
       *> facultative, ne corrige que les compteurs de places
       AUDIT_INTEGRITE.
           MOVE 0 TO w_int_reparer
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR w_rep = "NON"
               DISPLAY "Corriger automatiquement les compteurs de"
               DISPLAY "places errones ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           IF w_rep = "OUI" THEN
               MOVE 1 TO w_int_reparer
           END-IF

           PERFORM AUDIT_INTEGRITE_CORPS

           PERFORM AFFICHE_MENU_ADMIN.

       *> coeur de l'audit, sans saisie ; w_int_reparer est fixe par
       *> l'appelant (l'ecran le demande, la carte batch audite sans
       *> reparer)
       AUDIT_INTEGRITE_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN OUTPUT fintegrite
           MOVE SPACE TO tamp_fintegrite
           STRING "AUDIT D'INTEGRITE DU " WS-CURRENT-YEAR "-"
               WS-CURRENT-MONTH "-" WS-CURRENT-DAY
               DELIMITED BY SIZE INTO tamp_fintegrite
           WRITE tamp_fintegrite

           MOVE 0 TO w_int_nb_anom
           MOVE 0 TO w_int_nb_rep

           PERFORM AUDIT_RESERVATIONS
           PERFORM AUDIT_VOITURES
           PERFORM AUDIT_NOTES
           PERFORM AUDIT_COMPTEURS_PLACES
           PERFORM AUDIT_DATES_NAISSANCE

           MOVE SPACE TO tamp_fintegrite
           STRING "ANOMALIES : " w_int_nb_anom
               " - REPARATIONS : " w_int_nb_rep
               DELIMITED BY SIZE INTO tamp_fintegrite
           WRITE tamp_fintegrite
           CLOSE fintegrite

           DISPLAY "Audit termine : " w_int_nb_anom " anomalie(s), "
               w_int_nb_rep " reparation(s)."
           DISPLAY "Rapport ecrit dans integrite.dat"

           MOVE w_int_nb_anom TO w_ctl_ecrits
           MOVE "REPARES" TO w_ctl_rubrique
           MOVE w_int_nb_rep TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE.

       *> ecrit un constat d'anomalie (w_int_sev / w_int_texte)
       ECRIRE_ANOMALIE.
           ADD 1 TO w_int_nb_anom
           MOVE SPACE TO tamp_fintegrite
           STRING w_int_sev " " w_int_texte
               DELIMITED BY SIZE INTO tamp_fintegrite
           WRITE tamp_fintegrite.

       *> references des reservations : l'annonce doit exister (dans
       *> le vivant pour une reservation active, au moins en archive
       *> pour une reservation soldee) et les deux comptes aussi
       AUDIT_RESERVATIONS.
           OPEN INPUT freservation
           OPEN INPUT fannonce
           OPEN INPUT farchannonce
           OPEN INPUT futilisateur
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   PERFORM AUDIT_UNE_RESERVATION
           END-PERFORM
           CLOSE futilisateur
           CLOSE farchannonce
           CLOSE fannonce
           CLOSE freservation.

       AUDIT_UNE_RESERVATION.
           MOVE 0 TO w_int_trouve
           MOVE fres_code_annonce TO fa_code
           READ fannonce
           INVALID KEY
               MOVE fres_code_annonce TO farca_code
               READ farchannonce
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 2 TO w_int_trouve
               END-READ
           NOT INVALID KEY
               MOVE 1 TO w_int_trouve
           END-READ

           EVALUATE TRUE
           WHEN w_int_trouve = 0
               IF fres_statut_reservation = 1 OR
                  fres_statut_reservation = 2 THEN
                   MOVE "GRAVE" TO w_int_sev
               ELSE
                   MOVE "MOYEN" TO w_int_sev
               END-IF
               MOVE SPACE TO w_int_texte
               STRING "RESERVATION " fres_code
                   " SANS ANNONCE " fres_code_annonce
                   DELIMITED BY SIZE INTO w_int_texte
               PERFORM ECRIRE_ANOMALIE
           WHEN w_int_trouve = 2 AND
                (fres_statut_reservation = 1 OR
                 fres_statut_reservation = 2)
               MOVE "GRAVE" TO w_int_sev
               MOVE SPACE TO w_int_texte
               STRING "RESERVATION ACTIVE " fres_code
                   " SUR ANNONCE ARCHIVEE " fres_code_annonce
                   DELIMITED BY SIZE INTO w_int_texte
               PERFORM ECRIRE_ANOMALIE
           END-EVALUATE

           MOVE fres_voyageur TO fu_telephone
           READ futilisateur
           INVALID KEY
               MOVE "GRAVE" TO w_int_sev
               MOVE SPACE TO w_int_texte
               STRING "RESERVATION " fres_code
                   " VOYAGEUR INCONNU " fres_voyageur
                   DELIMITED BY SIZE INTO w_int_texte
               PERFORM ECRIRE_ANOMALIE
           END-READ

           MOVE fres_conducteur TO fu_telephone
           READ futilisateur
           INVALID KEY
               MOVE "GRAVE" TO w_int_sev
               MOVE SPACE TO w_int_texte
               STRING "RESERVATION " fres_code
                   " CONDUCTEUR INCONNU " fres_conducteur
                   DELIMITED BY SIZE INTO w_int_texte
               PERFORM ECRIRE_ANOMALIE
           END-READ.

       *> chaque voiture doit appartenir a un compte existant
       AUDIT_VOITURES.
           OPEN INPUT fvoiture
           OPEN INPUT futilisateur
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fvoiture NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fv_conducteur TO fu_telephone
                   READ futilisateur
                   INVALID KEY
                       MOVE "MOYEN" TO w_int_sev
                       MOVE SPACE TO w_int_texte
                       STRING "VOITURE " fv_immat
                           " CONDUCTEUR INCONNU " fv_conducteur
                           DELIMITED BY SIZE INTO w_int_texte
                       PERFORM ECRIRE_ANOMALIE
                   END-READ
           END-PERFORM
           CLOSE futilisateur
           CLOSE fvoiture.

       *> comptes encore sans date de naissance (ouverts avant son
       *> introduction et pas reconnectes depuis) : la regle des
       *> mineurs ne peut pas encore s'y appliquer
       AUDIT_DATES_NAISSANCE.
           OPEN INPUT futilisateur
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fu_date_naissance = 0 AND fu_type NOT = 3 THEN
                       MOVE "INFO" TO w_int_sev
                       MOVE SPACE TO w_int_texte
                       STRING "COMPTE " fu_telephone
                           " SANS DATE DE NAISSANCE"
                           DELIMITED BY SIZE INTO w_int_texte
                       PERFORM ECRIRE_ANOMALIE
                   END-IF
           END-PERFORM
           CLOSE futilisateur.

       *> chaque note doit pointer une reservation vivante ou archivee
       AUDIT_NOTES.
           OPEN INPUT frating
           OPEN INPUT freservation
           OPEN INPUT farchreservation
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ frating NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fnt_fres_code TO fres_code
                   READ freservation
                   INVALID KEY
                       MOVE fnt_fres_code TO farcr_code
                       READ farchreservation
                       INVALID KEY
                           MOVE "INFO" TO w_int_sev
                           MOVE SPACE TO w_int_texte
                           STRING "NOTE " fnt_code
                               " SANS RESERVATION " fnt_fres_code
                               DELIMITED BY SIZE INTO w_int_texte
                           PERFORM ECRIRE_ANOMALIE
                       END-READ
                   END-READ
           END-PERFORM
           CLOSE farchreservation
           CLOSE freservation
           CLOSE frating.

       *> fa_place_dispo doit valoir fa_place_max moins les places des
       *> reservations encore actives ; repare sur demande
       AUDIT_COMPTEURS_PLACES.
           OPEN I-O fannonce
           OPEN INPUT freservation
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   PERFORM VERIFIER_COMPTEUR_ANNONCE
           END-PERFORM
           CLOSE freservation
           CLOSE fannonce.

       VERIFIER_COMPTEUR_ANNONCE.
           MOVE 0 TO w_int_places
           MOVE fa_code TO fres_code_annonce
           START freservation KEY IS = fres_code_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fres_code_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fres_statut_reservation = 1 OR
                              fres_statut_reservation = 2 THEN
                               IF fres_nb_places > 0 THEN
                                   ADD fres_nb_places
                                       TO w_int_places
                               ELSE
                                   ADD 1 TO w_int_places
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
           END-START

           COMPUTE w_int_attendu = fa_place_max - w_int_places
           IF w_int_attendu < 0 THEN
               MOVE 0 TO w_int_attendu
           END-IF

           IF fa_place_dispo NOT = w_int_attendu THEN
               MOVE "GRAVE" TO w_int_sev
               MOVE SPACE TO w_int_texte
               STRING "ANNONCE " fa_code
                   " PLACES DISPO " fa_place_dispo
                   " ATTENDU " w_int_attendu
                   DELIMITED BY SIZE INTO w_int_texte
               PERFORM ECRIRE_ANOMALIE

               IF w_int_reparer = 1 THEN
                   MOVE w_int_attendu TO fa_place_dispo
                   REWRITE tamp_fannonce
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_ANNONCE
                   ADD 1 TO w_int_nb_rep
               END-IF
           END-IF.

       *> recalcul mensuel des paliers conducteur sur les douze
       *> derniers mois : trajets de fstatistiques (une annonce
       *> comptee une fois), note moyenne, annulations tardives de
       *> fiabilite.dat et incidents retenus (clos avec un geste
       *> financier, declares contre le conducteur). Le palier vaut
       *> pour la periode courante ; chaque changement est notifie
       *> au conducteur et journalise
       RECALCULER_PALIERS.
           PERFORM RECALCULER_PALIERS_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       RECALCULER_PALIERS_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_pal_periode = WS-CURRENT-YEAR * 100
               + WS-CURRENT-MONTH
           COMPUTE w_pal_debut = (WS-CURRENT-YEAR - 1) * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_pal_nb_or
           MOVE 0 TO w_pal_nb_argent
           MOVE 0 TO w_pal_nb_bronze
           MOVE 0 TO w_pal_nb_change

           MOVE "PALIERS" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "PALIERS CONDUCTEUR - PERIODE " w_pal_periode
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           OPEN INPUT futilisateur
           MOVE 2 TO fu_type
           START futilisateur KEY IS = fu_type
           INVALID KEY
               DISPLAY "Aucun conducteur enregistre."
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ futilisateur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fu_type NOT = 2 THEN
                           MOVE 0 TO w_fin
                       ELSE
                           MOVE fu_telephone TO w_pal_conducteur
                           PERFORM CALCULER_PALIER_CONDUCTEUR
                           PERFORM ENREGISTRER_PALIER
                       END-IF
               END-PERFORM
           END-START
           CLOSE futilisateur

           MOVE SPACE TO w_sp_texte
           STRING "TOTAL : OR " w_pal_nb_or " - ARGENT "
               w_pal_nb_argent " - BRONZE " w_pal_nb_bronze
               " - CHANGEMENTS " w_pal_nb_change
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte
           PERFORM CLORE_GENERATION_SPOOL.

       *> indicateurs des douze derniers mois du conducteur
       *> w_pal_conducteur et palier qui en decoule dans w_pal_niveau
       CALCULER_PALIER_CONDUCTEUR.
           MOVE 0 TO w_pal_trajets
           MOVE 0 TO w_pal_annonce
           OPEN INPUT fstatistiques
           MOVE w_pal_conducteur TO fs_conducteur
           START fstatistiques KEY IS = fs_conducteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fs_conducteur NOT = w_pal_conducteur THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           COMPUTE w_pal_date = fs_annee * 10000
                               + fs_mois * 100 + fs_jour
                           IF w_pal_date >= w_pal_debut AND
                              fs_code_annonce NOT = w_pal_annonce THEN
                               ADD 1 TO w_pal_trajets
                               MOVE fs_code_annonce TO w_pal_annonce
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fstatistiques

           MOVE w_pal_conducteur TO fa_conducteur
           PERFORM CALCULER_NOTE_MOYENNE
           COMPUTE w_pal_note10 = w_note_moyenne * 10

           MOVE 0 TO w_pal_annulations
           OPEN INPUT ffiabilite
           MOVE w_pal_conducteur TO ffi_telephone
           READ ffiabilite
           NOT INVALID KEY
               COMPUTE w_pal_annulations = ffi_nb_jour + ffi_nb_veille
           END-READ
           CLOSE ffiabilite

           PERFORM COMPTER_INCIDENTS_RETENUS

           IF w_pal_trajets >= w_pal_or_trajets AND
              w_pal_note10 >= w_pal_or_note AND
              w_pal_annulations <= w_pal_or_annul AND
              w_pal_incidents <= w_pal_or_incid THEN
               MOVE "O" TO w_pal_niveau
           ELSE
               IF w_pal_trajets >= w_pal_arg_trajets AND
                  w_pal_note10 >= w_pal_arg_note AND
                  w_pal_annulations <= w_pal_arg_annul AND
                  w_pal_incidents <= w_pal_arg_incid THEN
                   MOVE "A" TO w_pal_niveau
               ELSE
                   MOVE "B" TO w_pal_niveau
               END-IF
           END-IF.

       *> incidents clos depuis w_pal_debut, declares par l'autre
       *> partie d'une reservation du conducteur et resolus avec un
       *> geste financier
       COMPTER_INCIDENTS_RETENUS.
           MOVE 0 TO w_pal_incidents
           OPEN INPUT fincident
           OPEN INPUT fgeste
           OPEN INPUT freservation
           OPEN INPUT farchreservation
           MOVE 1 TO w_fin2
           PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
               READ fincident NEXT
               AT END MOVE 0 TO w_fin2
               NOT AT END
                   COMPUTE w_pal_date = fin_annee * 10000
                       + fin_mois * 100 + fin_jour
                   IF fin_statut = "C" AND w_pal_date >= w_pal_debut
                      AND fin_declarant NOT = w_pal_conducteur THEN
                       MOVE 0 TO w_pal_resa_cond
                       MOVE fin_fres_code TO fres_code
                       READ freservation
                       INVALID KEY
                           MOVE fin_fres_code TO farcr_code
                           READ farchreservation
                           NOT INVALID KEY
                               MOVE farcr_conducteur TO w_pal_resa_cond
                           END-READ
                       NOT INVALID KEY
                           MOVE fres_conducteur TO w_pal_resa_cond
                       END-READ
                       IF w_pal_resa_cond = w_pal_conducteur THEN
                           MOVE fin_num TO fge_incident
                           READ fgeste
                           NOT INVALID KEY
                               ADD 1 TO w_pal_incidents
                           END-READ
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE farchreservation
           CLOSE freservation
           CLOSE fgeste
           CLOSE fincident.

       *> range le palier calcule (fichier courant et historique de
       *> la periode), previent le conducteur et journalise s'il
       *> change
       ENREGISTRER_PALIER.
           MOVE "B" TO w_pal_ancien
           OPEN I-O fpalier
           MOVE w_pal_conducteur TO fpl_conducteur
           READ fpalier
           NOT INVALID KEY
               MOVE fpl_niveau TO w_pal_ancien
           END-READ
           MOVE w_pal_conducteur TO fpl_conducteur
           MOVE w_pal_niveau TO fpl_niveau
           MOVE w_pal_periode TO fpl_periode
           MOVE w_pal_trajets TO fpl_trajets
           MOVE w_note_moyenne TO fpl_note
           MOVE w_pal_annulations TO fpl_annulations
           MOVE w_pal_incidents TO fpl_incidents
           WRITE tamp_fpalier
           INVALID KEY
               REWRITE tamp_fpalier
           END-WRITE
           CLOSE fpalier

           PERFORM TAUX_DU_PALIER
           OPEN I-O fpalierhist
           MOVE w_pal_conducteur TO fph_conducteur
           MOVE w_pal_periode TO fph_periode
           MOVE w_pal_niveau TO fph_niveau
           MOVE w_pal_pct TO fph_pct
           WRITE tamp_fpalierhist
           INVALID KEY
               REWRITE tamp_fpalierhist
           END-WRITE
           CLOSE fpalierhist

           EVALUATE w_pal_niveau
           WHEN "O"
               ADD 1 TO w_pal_nb_or
           WHEN "A"
               ADD 1 TO w_pal_nb_argent
           WHEN OTHER
               ADD 1 TO w_pal_nb_bronze
           END-EVALUATE

           MOVE SPACE TO w_sp_texte
           STRING "CONDUCTEUR " w_pal_conducteur " : " w_pal_libelle
               " - " w_pal_trajets " trajet(s), note " w_pal_note10
               "/50, " w_pal_annulations " annulation(s) tardive(s), "
               w_pal_incidents " incident(s) retenu(s)"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           IF w_pal_niveau NOT = w_pal_ancien THEN
               ADD 1 TO w_pal_nb_change
               MOVE w_pal_conducteur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "VOTRE PALIER CONDUCTEUR PASSE A " w_pal_libelle
                   " : COMMISSION " w_pal_pct " %"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "PALIER" TO w_mdl_type
               MOVE w_pal_libelle TO w_mdl_libre
               MOVE w_pal_pct TO w_mdl_ref
               PERFORM ENVOYER_NOTIFICATION

               MOVE SPACE TO w_audit_action
               STRING "PALIER " w_pal_ancien " -> " w_pal_niveau
                   DELIMITED BY SIZE INTO w_audit_action
               MOVE w_pal_conducteur TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-IF.

       *> ponctualite du mois : a partir des horaires reels saisis a
       *> TERMINER_TRAJET, taux de depart a l'heure (retard au plus
       *> TOLERANCE-RETARD minutes) et retard moyen par
       *> conducteur puis par route, suivis des cinq conducteurs au
       *> plus fort retard moyen
       RAPPORT_PONCTUALITE.
           DISPLAY "Saisir le mois a analyser (AAAA puis MM)."
           ACCEPT w_pon_annee
           PERFORM WITH TEST AFTER UNTIL w_pon_mois > 0 AND
               w_pon_mois < 13
               DISPLAY "Mois (1 - 12)."
               ACCEPT w_pon_mois
           END-PERFORM

           MOVE "PONCTUALITE" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "PONCTUALITE " w_pon_annee "-" w_pon_mois
               " (TOLERANCE " w_pon_tolerance " MIN)"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte

           *> premier passage : par conducteur
           MOVE "C" TO w_pon_titre
           PERFORM AGREGER_PONCTUALITE
           MOVE "---- PAR CONDUCTEUR ----" TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte
           PERFORM ECRIRE_TABLE_PONCTUALITE

           MOVE "---- PIRES RETARDS MOYENS ----" TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte
           MOVE 1 TO w_pon_rang
           PERFORM WITH TEST AFTER UNTIL w_pon_rang > 5
               MOVE 0 TO w_pon_pire
               MOVE 0 TO w_pon_max
               MOVE 1 TO w_pon_cur
               PERFORM WITH TEST AFTER UNTIL w_pon_cur > w_pon_nb
                   IF w_pon_nb > 0 AND
                      w_pon_affiche(w_pon_cur) = 0 AND
                      w_pon_moy(w_pon_cur) > w_pon_max THEN
                       MOVE w_pon_moy(w_pon_cur) TO w_pon_max
                       MOVE w_pon_cur TO w_pon_pire
                   END-IF
                   ADD 1 TO w_pon_cur
               END-PERFORM
               IF w_pon_pire > 0 THEN
                   MOVE 1 TO w_pon_affiche(w_pon_pire)
                   MOVE SPACE TO w_sp_texte
                   STRING "RANG " w_pon_rang " : CONDUCTEUR "
                       w_pon_cle(w_pon_pire)(1:10)
                       " - RETARD MOYEN " w_pon_moy(w_pon_pire)
                       " MIN SUR " w_pon_trajets(w_pon_pire)
                       " TRAJET(S)"
                       DELIMITED BY SIZE INTO w_sp_texte
                   PERFORM DEPOSER_SPOOL
                   DISPLAY w_sp_texte
               END-IF
               ADD 1 TO w_pon_rang
           END-PERFORM

           *> second passage : par route
           MOVE "R" TO w_pon_titre
           PERFORM AGREGER_PONCTUALITE
           MOVE "---- PAR ROUTE ----" TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte
           PERFORM ECRIRE_TABLE_PONCTUALITE

           PERFORM CLORE_GENERATION_SPOOL
           PERFORM AFFICHE_MENU_ADMIN.

       *> agrege les horaires du mois demande par conducteur
       *> (w_pon_titre = "C") ou par route ("R")
       AGREGER_PONCTUALITE.
           MOVE 0 TO w_pon_nb
           OPEN INPUT fponctualite
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fponctualite NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fpo_date(1:4) = w_pon_annee AND
                      fpo_date(5:2) = w_pon_mois THEN
                       MOVE SPACE TO w_pon_cle_cour
                       IF w_pon_titre = "C" THEN
                           MOVE fpo_conducteur TO w_pon_cle_cour
                       ELSE
                           STRING fpo_depart DELIMITED BY "  "
                               "-" DELIMITED BY SIZE
                               fpo_arrivee DELIMITED BY "  "
                               INTO w_pon_cle_cour
                       END-IF
                       PERFORM CUMULER_PONCTUALITE
                   END-IF
           END-PERFORM
           CLOSE fponctualite

           MOVE 1 TO w_pon_idx
           PERFORM WITH TEST AFTER UNTIL w_pon_idx > w_pon_nb
               IF w_pon_nb > 0 THEN
                   COMPUTE w_pon_moy(w_pon_idx) =
                       w_pon_retards(w_pon_idx)
                       / w_pon_trajets(w_pon_idx)
               END-IF
               ADD 1 TO w_pon_idx
           END-PERFORM.

       CUMULER_PONCTUALITE.
           MOVE 0 TO w_pon_cur
           MOVE 1 TO w_pon_idx
           PERFORM WITH TEST AFTER UNTIL w_pon_idx > w_pon_nb
               IF w_pon_nb > 0 AND w_pon_cur = 0 THEN
                   IF w_pon_cle(w_pon_idx) = w_pon_cle_cour THEN
                       MOVE w_pon_idx TO w_pon_cur
                   END-IF
               END-IF
               ADD 1 TO w_pon_idx
           END-PERFORM

           IF w_pon_cur = 0 THEN
               IF w_pon_nb >= 100 THEN
                   DISPLAY "TABLE DE PONCTUALITE PLEINE, IGNORE : "
                       w_pon_cle_cour
               ELSE
                   ADD 1 TO w_pon_nb
                   MOVE w_pon_nb TO w_pon_cur
                   MOVE w_pon_cle_cour TO w_pon_cle(w_pon_cur)
                   MOVE 0 TO w_pon_trajets(w_pon_cur)
                   MOVE 0 TO w_pon_alheure(w_pon_cur)
                   MOVE 0 TO w_pon_retards(w_pon_cur)
                   MOVE 0 TO w_pon_moy(w_pon_cur)
                   MOVE 0 TO w_pon_affiche(w_pon_cur)
               END-IF
           END-IF

           IF w_pon_cur > 0 THEN
               ADD 1 TO w_pon_trajets(w_pon_cur)
               ADD fpo_retard TO w_pon_retards(w_pon_cur)
               IF fpo_retard <= w_pon_tolerance THEN
                   ADD 1 TO w_pon_alheure(w_pon_cur)
               END-IF
           END-IF.

       ECRIRE_TABLE_PONCTUALITE.
           IF w_pon_nb = 0 THEN
               MOVE "  aucun trajet termine sur la periode"
                   TO w_sp_texte
               PERFORM DEPOSER_SPOOL
               DISPLAY w_sp_texte
           END-IF
           MOVE 1 TO w_pon_idx
           PERFORM WITH TEST AFTER UNTIL w_pon_idx > w_pon_nb
               IF w_pon_nb > 0 THEN
                   COMPUTE w_pon_taux = w_pon_alheure(w_pon_idx)
                       * 100 / w_pon_trajets(w_pon_idx)
                   MOVE SPACE TO w_sp_texte
                   STRING "  " w_pon_cle(w_pon_idx)
                       " " w_pon_trajets(w_pon_idx) " trajet(s), "
                       w_pon_taux "% a l'heure, retard moyen "
                       w_pon_moy(w_pon_idx) " min"
                       DELIMITED BY SIZE INTO w_sp_texte
                   PERFORM DEPOSER_SPOOL
                   DISPLAY w_sp_texte
               END-IF
               ADD 1 TO w_pon_idx
           END-PERFORM.

       *> prevision de demande de places par route canonique et jour
       *> de la semaine sur les 28 jours a venir : la demande d'un
       *> jour ordinaire est la moyenne des 12 derniers mois (places
       *> reservees de fstatistiques + recherches sans offre de
       *> demande.dat, jours feries et de forte demande mis a part),
       *> majoree ou minoree pour les jours du calendrier a venir
       *> (PREVISION-FORTE-PCT, PREVISION-FERIE-PCT) ; l'offre est
       *> celle des series recurrentes deja publiees. Les dix pires
       *> deficits vont dans prevision_deficits.dat pour l'ecran de
       *> campagne ciblee
       PREVOIR_DEMANDE_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_date_num = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_prv_j0 = FUNCTION INTEGER-OF-DATE(w_date_num)
           COMPUTE w_prv_debut = FUNCTION DATE-OF-INTEGER(
               w_prv_j0 - 365)
           MOVE 0 TO w_prv_nb

           OPEN INPUT fcalendrier

           *> jours ordinaires de l'historique, par jour de semaine
           MOVE 1 TO w_prv_idx
           PERFORM WITH TEST AFTER UNTIL w_prv_idx > 7
               MOVE 0 TO w_prv_occ(w_prv_idx)
               ADD 1 TO w_prv_idx
           END-PERFORM
           COMPUTE w_prv_k = w_prv_j0 - 365
           PERFORM WITH TEST AFTER UNTIL w_prv_k >= w_prv_j0
               PERFORM QUALIFIER_JOUR_PREVISION
               IF w_prv_special = 0 THEN
                   ADD 1 TO w_prv_occ(w_prv_wd + 1)
               END-IF
               ADD 1 TO w_prv_k
           END-PERFORM

           *> coefficient de chacun des 28 jours a venir
           MOVE 1 TO w_prv_h
           PERFORM WITH TEST AFTER UNTIL w_prv_h > 28
               COMPUTE w_prv_k = w_prv_j0 + w_prv_h
               PERFORM QUALIFIER_JOUR_PREVISION
               MOVE w_prv_wd TO w_prv_hz_wd(w_prv_h)
               EVALUATE w_prv_special
               WHEN 1
                   MOVE w_prv_ferie_pct TO w_prv_hz_pct(w_prv_h)
               WHEN 2
                   MOVE w_prv_forte_pct TO w_prv_hz_pct(w_prv_h)
               WHEN OTHER
                   MOVE 100 TO w_prv_hz_pct(w_prv_h)
               END-EVALUATE
               ADD 1 TO w_prv_h
           END-PERFORM

           *> places reservees de l'historique
           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_prv_date = fs_annee * 10000
                       + fs_mois * 100 + fs_jour
                   IF w_prv_date >= w_prv_debut AND
                      w_prv_date < w_date_num THEN
                       MOVE fs_villeD TO w_prv_d
                       MOVE fs_villeA TO w_prv_a
                       MOVE fs_nb_places TO w_prv_places
                       IF w_prv_places < 1 THEN
                           MOVE 1 TO w_prv_places
                       END-IF
                       PERFORM CUMULER_HISTORIQUE_PREVISION
                   END-IF
           END-PERFORM
           CLOSE fstatistiques

           *> recherches restees sans offre : une place chacune
           OPEN INPUT fdemande
           IF cr_fdemande NOT = 35 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdemande
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE fdm_date TO w_prv_date
                       IF w_prv_date >= w_prv_debut AND
                          w_prv_date < w_date_num THEN
                           MOVE fdm_depart TO w_prv_d
                           MOVE fdm_arrive TO w_prv_a
                           MOVE 1 TO w_prv_places
                           PERFORM CUMULER_HISTORIQUE_PREVISION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fdemande
           END-IF
           CLOSE fcalendrier

           *> demande projetee : moyenne du jour ordinaire x
           *> coefficient, sur chaque jour a venir du meme jour de
           *> semaine
           MOVE 1 TO w_prv_idx
           PERFORM WITH TEST AFTER UNTIL w_prv_idx > w_prv_nb
               IF w_prv_nb > 0 THEN
                   PERFORM PROJETER_ENTREE_PREVISION
               END-IF
               ADD 1 TO w_prv_idx
           END-PERFORM

           *> offre attendue : places des series recurrentes publiees
           *> sur l'horizon
           OPEN INPUT fannonce
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fa_groupe_recurrence > 0 AND
                      fa_statut_annonce = 1 THEN
                       PERFORM CUMULER_OFFRE_PREVISION
                   END-IF
           END-PERFORM
           CLOSE fannonce

           MOVE 1 TO w_prv_idx
           PERFORM WITH TEST AFTER UNTIL w_prv_idx > w_prv_nb
               IF w_prv_nb > 0 THEN
                   IF w_prv_demande(w_prv_idx) >
                      w_prv_offre(w_prv_idx) THEN
                       COMPUTE w_prv_deficit(w_prv_idx) =
                           w_prv_demande(w_prv_idx)
                           - w_prv_offre(w_prv_idx)
                   ELSE
                       MOVE 0 TO w_prv_deficit(w_prv_idx)
                   END-IF
               END-IF
               ADD 1 TO w_prv_idx
           END-PERFORM

           PERFORM ECRIRE_RAPPORT_PREVISION
           MOVE w_prv_nb TO w_ctl_ecrits.

       *> date w_prv_k (entier) : w_prv_date, jour de semaine
       *> w_prv_wd (0 = dimanche) et w_prv_special (0 ordinaire,
       *> 1 ferie ou sans service, 2 forte demande) ; fcalendrier est
       *> ouvert par l'appelant
       QUALIFIER_JOUR_PREVISION.
           COMPUTE w_prv_date = FUNCTION DATE-OF-INTEGER(w_prv_k)
           COMPUTE w_prv_wd = FUNCTION MOD(w_prv_k, 7)
           MOVE 0 TO w_prv_special
           MOVE w_prv_date TO fcal_date
           READ fcalendrier
           NOT INVALID KEY
               IF fcal_type = "F" THEN
                   MOVE 1 TO w_prv_special
               END-IF
               IF fcal_type = "H" THEN
                   MOVE 2 TO w_prv_special
               END-IF
           END-READ.

       *> ajoute w_prv_places a la route w_prv_d / w_prv_a (ramenee a
       *> ses graphies canoniques) pour le jour w_prv_date, sauf si
       *> ce jour est ferie ou de forte demande
       CUMULER_HISTORIQUE_PREVISION.
           COMPUTE w_prv_k = FUNCTION INTEGER-OF-DATE(w_prv_date)
           PERFORM QUALIFIER_JOUR_PREVISION
           IF w_prv_special = 0 THEN
               MOVE w_prv_d TO w_vil_saisie
               PERFORM RESOUDRE_VILLE
               MOVE w_vil_canonique TO w_prv_d
               MOVE w_prv_a TO w_vil_saisie
               PERFORM RESOUDRE_VILLE
               MOVE w_vil_canonique TO w_prv_a
               PERFORM TROUVER_ENTREE_PREVISION
               IF w_prv_cur > 0 THEN
                   ADD w_prv_places TO w_prv_hist(w_prv_cur)
               END-IF
           END-IF.

       *> entree (w_prv_d, w_prv_a, w_prv_wd) de la table, creee au
       *> besoin ; w_prv_cur = 0 si la table est pleine
       TROUVER_ENTREE_PREVISION.
           MOVE 0 TO w_prv_cur
           MOVE 1 TO w_prv_idx
           PERFORM WITH TEST AFTER UNTIL w_prv_idx > w_prv_nb
               IF w_prv_nb > 0 AND w_prv_cur = 0 THEN
                   IF w_prv_villeD(w_prv_idx) = w_prv_d AND
                      w_prv_villeA(w_prv_idx) = w_prv_a AND
                      w_prv_jour(w_prv_idx) = w_prv_wd THEN
                       MOVE w_prv_idx TO w_prv_cur
                   END-IF
               END-IF
               ADD 1 TO w_prv_idx
           END-PERFORM

           IF w_prv_cur = 0 THEN
               IF w_prv_nb >= 300 THEN
                   DISPLAY "TABLE DE PREVISION PLEINE, ROUTE IGNOREE : "
                       w_prv_d " -> " w_prv_a
               ELSE
                   ADD 1 TO w_prv_nb
                   MOVE w_prv_nb TO w_prv_cur
                   MOVE w_prv_d TO w_prv_villeD(w_prv_cur)
                   MOVE w_prv_a TO w_prv_villeA(w_prv_cur)
                   MOVE w_prv_wd TO w_prv_jour(w_prv_cur)
                   MOVE 0 TO w_prv_hist(w_prv_cur)
                   MOVE 0 TO w_prv_demande(w_prv_cur)
                   MOVE 0 TO w_prv_offre(w_prv_cur)
                   MOVE 0 TO w_prv_deficit(w_prv_cur)
                   MOVE 0 TO w_prv_affiche(w_prv_cur)
               END-IF
           END-IF.

       PROJETER_ENTREE_PREVISION.
           MOVE 0 TO w_prv_base
           IF w_prv_occ(w_prv_jour(w_prv_idx) + 1) > 0 THEN
               COMPUTE w_prv_base = w_prv_hist(w_prv_idx)
                   / w_prv_occ(w_prv_jour(w_prv_idx) + 1)
           END-IF
           MOVE 0 TO w_prv_calc
           MOVE 1 TO w_prv_h
           PERFORM WITH TEST AFTER UNTIL w_prv_h > 28
               IF w_prv_hz_wd(w_prv_h) = w_prv_jour(w_prv_idx) THEN
                   COMPUTE w_prv_calc = w_prv_calc
                       + w_prv_base * w_prv_hz_pct(w_prv_h) / 100
               END-IF
               ADD 1 TO w_prv_h
           END-PERFORM
           COMPUTE w_prv_demande(w_prv_idx) ROUNDED = w_prv_calc.

       *> annonce recurrente courante : ses places comptent si elle
       *> part dans les 28 jours a venir
       CUMULER_OFFRE_PREVISION.
           COMPUTE w_prv_date = fa_annee * 10000 + fa_mois * 100
               + fa_jour
           COMPUTE w_prv_k = FUNCTION INTEGER-OF-DATE(w_prv_date)
           IF w_prv_k > w_prv_j0 AND
              w_prv_k <= w_prv_j0 + 28 THEN
               COMPUTE w_prv_wd = FUNCTION MOD(w_prv_k, 7)
               MOVE fa_lieu_depart TO w_vil_saisie
               PERFORM RESOUDRE_VILLE
               MOVE w_vil_canonique TO w_prv_d
               MOVE fa_lieu_darrive TO w_vil_saisie
               PERFORM RESOUDRE_VILLE
               MOVE w_vil_canonique TO w_prv_a
               PERFORM TROUVER_ENTREE_PREVISION
               IF w_prv_cur > 0 THEN
                   ADD fa_place_max TO w_prv_offre(w_prv_cur)
               END-IF
           END-IF.

       ECRIRE_RAPPORT_PREVISION.
           MOVE "PREVISION" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "PREVISION DE DEMANDE DES 28 JOURS APRES LE "
               w_date_num " (HISTORIQUE DEPUIS LE " w_prv_debut ")"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_PREVISION
           MOVE "ROUTE / JOUR : DEMANDE - OFFRE SERIES = DEFICIT"
               TO w_sp_texte
           PERFORM SORTIR_LIGNE_PREVISION

           MOVE 1 TO w_prv_idx
           PERFORM WITH TEST AFTER UNTIL w_prv_idx > w_prv_nb
               IF w_prv_nb > 0 THEN
                   IF w_prv_demande(w_prv_idx) > 0 OR
                      w_prv_offre(w_prv_idx) > 0 THEN
                       MOVE w_prv_idx TO w_prv_cur
                       MOVE SPACE TO w_prv_prefixe
                       PERFORM FORMER_LIGNE_PREVISION
                       PERFORM SORTIR_LIGNE_PREVISION
                   END-IF
               END-IF
               ADD 1 TO w_prv_idx
           END-PERFORM

           *> les dix pires deficits, gardes pour la campagne ciblee
           MOVE "---- PIRES DEFICITS ----" TO w_sp_texte
           PERFORM SORTIR_LIGNE_PREVISION
           OPEN OUTPUT fprevision
           MOVE 1 TO w_prv_rang
           PERFORM WITH TEST AFTER UNTIL w_prv_rang > 10
               MOVE 0 TO w_prv_meilleur
               MOVE 0 TO w_prv_max
               MOVE 1 TO w_prv_idx
               PERFORM WITH TEST AFTER UNTIL w_prv_idx > w_prv_nb
                   IF w_prv_nb > 0 THEN
                       IF w_prv_affiche(w_prv_idx) = 0 AND
                          w_prv_deficit(w_prv_idx) > w_prv_max THEN
                           MOVE w_prv_deficit(w_prv_idx) TO w_prv_max
                           MOVE w_prv_idx TO w_prv_meilleur
                       END-IF
                   END-IF
                   ADD 1 TO w_prv_idx
               END-PERFORM
               IF w_prv_meilleur > 0 THEN
                   MOVE 1 TO w_prv_affiche(w_prv_meilleur)
                   MOVE w_prv_meilleur TO w_prv_cur
                   MOVE w_prv_rang TO fpv_rang
                   MOVE w_prv_villeD(w_prv_cur) TO fpv_villeD
                   MOVE w_prv_villeA(w_prv_cur) TO fpv_villeA
                   MOVE w_prv_jour(w_prv_cur) TO fpv_jour
                   MOVE w_prv_demande(w_prv_cur) TO fpv_demande
                   MOVE w_prv_offre(w_prv_cur) TO fpv_offre
                   MOVE w_prv_deficit(w_prv_cur) TO fpv_deficit
                   MOVE w_date_num TO fpv_date
                   WRITE tamp_fprevision
                   MOVE SPACE TO w_prv_prefixe
                   STRING "RANG " w_prv_rang " "
                       DELIMITED BY SIZE INTO w_prv_prefixe
                   PERFORM FORMER_LIGNE_PREVISION
                   PERFORM SORTIR_LIGNE_PREVISION
               END-IF
               ADD 1 TO w_prv_rang
           END-PERFORM
           CLOSE fprevision
           PERFORM CLORE_GENERATION_SPOOL.

       FORMER_LIGNE_PREVISION.
           MOVE SPACE TO w_sp_texte
           STRING w_prv_prefixe
               w_prv_villeD(w_prv_cur)(1:20) " -> "
               w_prv_villeA(w_prv_cur)(1:20) " "
               w_prv_noms(w_prv_jour(w_prv_cur) * 8 + 1:8)
               " : " w_prv_demande(w_prv_cur)
               " - " w_prv_offre(w_prv_cur)
               " = " w_prv_deficit(w_prv_cur)
               DELIMITED BY SIZE INTO w_sp_texte.

       SORTIR_LIGNE_PREVISION.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> tableau de bord des routes : agrege fstatistiques sur un
       *> mois par couple villeD/villeA (trajets, chiffre d'affaires,
       *> prix moyen, taux de remplissage via fa_place_max retrouve
       *> dans l'annonce vivante ou archivee) et classe le top 10 ;
       *> les lignes remboursees ("R") sont exclues
       RAPPORT_PERFORMANCE_ROUTES.
           DISPLAY "Saisir le mois a analyser (AAAA puis MM)."
           ACCEPT w_rel_annee
           PERFORM WITH TEST AFTER UNTIL w_rel_mois > 0 AND
               w_rel_mois < 13
               DISPLAY "Mois (1 - 12)."
               ACCEPT w_rel_mois
           END-PERFORM

           MOVE 0 TO w_rt_nb

           OPEN INPUT fstatistiques
           OPEN INPUT fannonce
           OPEN INPUT farchannonce
           OPEN INPUT fbaisse
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fs_annee = w_rel_annee AND
                      fs_mois = w_rel_mois AND
                      fs_regle NOT = "R" THEN
                       PERFORM CUMULER_ROUTE_STATISTIQUE
                   END-IF
           END-PERFORM
           CLOSE fbaisse
           CLOSE farchannonce
           CLOSE fannonce
           CLOSE fstatistiques

           MOVE "ROUTES" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL

           OPEN OUTPUT frouteperf
           MOVE SPACE TO tamp_frouteperf
           STRING "PERFORMANCE DES ROUTES " w_rel_annee "-"
               w_rel_mois DELIMITED BY SIZE INTO tamp_frouteperf
           WRITE tamp_frouteperf
           MOVE tamp_frouteperf TO w_sp_texte
           PERFORM DEPOSER_SPOOL

           MOVE 1 TO w_rt_idx
           PERFORM WITH TEST AFTER UNTIL w_rt_idx > w_rt_nb
               IF w_rt_nb > 0 THEN
                   PERFORM ECRIRE_LIGNE_ROUTE
               END-IF
               ADD 1 TO w_rt_idx
           END-PERFORM

           MOVE SPACE TO tamp_frouteperf
           STRING "---- TOP 10 PAR NOMBRE DE TRAJETS ----"
               DELIMITED BY SIZE INTO tamp_frouteperf
           WRITE tamp_frouteperf
           MOVE tamp_frouteperf TO w_sp_texte
           PERFORM DEPOSER_SPOOL

           MOVE 1 TO w_rt_rang
           PERFORM WITH TEST AFTER UNTIL w_rt_rang > 10
               MOVE 0 TO w_rt_meilleur
               MOVE 0 TO w_rt_maxtrips
               MOVE 1 TO w_rt_cur
               PERFORM WITH TEST AFTER UNTIL w_rt_cur > w_rt_nb
                   IF w_rt_nb > 0 AND
                      w_rt_affiche(w_rt_cur) = 0 AND
                      w_rt_trips(w_rt_cur) > w_rt_maxtrips THEN
                       MOVE w_rt_trips(w_rt_cur) TO w_rt_maxtrips
                       MOVE w_rt_cur TO w_rt_meilleur
                   END-IF
                   ADD 1 TO w_rt_cur
               END-PERFORM
               IF w_rt_meilleur > 0 THEN
                   MOVE 1 TO w_rt_affiche(w_rt_meilleur)
                   MOVE w_rt_meilleur TO w_rt_idx
                   MOVE SPACE TO tamp_frouteperf
                   STRING "RANG " w_rt_rang " : "
                       w_rt_villeD(w_rt_idx) " -> "
                       w_rt_villeA(w_rt_idx)
                       " (" w_rt_trips(w_rt_idx) " trajets)"
                       DELIMITED BY SIZE INTO tamp_frouteperf
                   WRITE tamp_frouteperf
                   MOVE tamp_frouteperf TO w_sp_texte
                   PERFORM DEPOSER_SPOOL
                   DISPLAY "RANG " w_rt_rang " : "
                       w_rt_villeD(w_rt_idx) " -> "
                       w_rt_villeA(w_rt_idx) " ("
                       w_rt_trips(w_rt_idx) " trajets)"
               END-IF
               ADD 1 TO w_rt_rang
           END-PERFORM

           CLOSE frouteperf
           PERFORM CLORE_GENERATION_SPOOL
           DISPLAY "Rapport ecrit dans routeperf.dat ("
               w_rt_nb " route(s))."

           PERFORM AFFICHE_MENU_ADMIN.

       *> ajoute la ligne fstatistiques courante a l'agregat de sa
       *> route ; les places offertes ne sont comptees qu'une fois par
       *> annonce (les lignes d'une meme annonce se suivent dans
       *> l'ordre des codes)
       CUMULER_ROUTE_STATISTIQUE.
           MOVE 0 TO w_rt_cur
           MOVE 1 TO w_rt_idx
           PERFORM WITH TEST AFTER UNTIL w_rt_idx > w_rt_nb
               IF w_rt_nb > 0 AND w_rt_cur = 0 THEN
                   IF w_rt_villeD(w_rt_idx) = fs_villeD AND
                      w_rt_villeA(w_rt_idx) = fs_villeA THEN
                       MOVE w_rt_idx TO w_rt_cur
                   END-IF
               END-IF
               ADD 1 TO w_rt_idx
           END-PERFORM

           IF w_rt_cur = 0 THEN
               IF w_rt_nb >= 100 THEN
                   DISPLAY "TABLE DES ROUTES PLEINE, ROUTE IGNOREE : "
                       fs_villeD " -> " fs_villeA
               ELSE
                   ADD 1 TO w_rt_nb
                   MOVE w_rt_nb TO w_rt_cur
                   MOVE fs_villeD TO w_rt_villeD(w_rt_cur)
                   MOVE fs_villeA TO w_rt_villeA(w_rt_cur)
                   MOVE 0 TO w_rt_trips(w_rt_cur)
                   MOVE 0 TO w_rt_revenu(w_rt_cur)
                   MOVE 0 TO w_rt_vendues(w_rt_cur)
                   MOVE 0 TO w_rt_offertes(w_rt_cur)
                   MOVE 0 TO w_rt_dernier(w_rt_cur)
                   MOVE 0 TO w_rt_affiche(w_rt_cur)
                   MOVE 0 TO w_rt_baisses(w_rt_cur)
                   MOVE 0 TO w_rt_remplies(w_rt_cur)
               END-IF
           END-IF

           IF w_rt_cur > 0 THEN
               ADD 1 TO w_rt_trips(w_rt_cur)
               ADD fs_prix TO w_rt_revenu(w_rt_cur)
               IF fs_nb_places > 0 THEN
                   ADD fs_nb_places TO w_rt_vendues(w_rt_cur)
               ELSE
                   ADD 1 TO w_rt_vendues(w_rt_cur)
               END-IF
               IF fs_code_annonce > 0 AND
                  fs_code_annonce NOT = w_rt_dernier(w_rt_cur) THEN
                   PERFORM CHERCHER_PLACE_MAX_ANNONCE
                   ADD w_rt_placemax TO w_rt_offertes(w_rt_cur)
                   PERFORM CHERCHER_BAISSE_ANNONCE
                   MOVE fs_code_annonce TO w_rt_dernier(w_rt_cur)
               END-IF
           END-IF.

       *> retrouve fa_place_max de l'annonce fs_code_annonce, d'abord
       *> dans le fichier vivant puis dans l'archive ; 0 si disparue.
       *> fannonce et farchannonce sont ouverts par l'appelant
       CHERCHER_PLACE_MAX_ANNONCE.
           MOVE 0 TO w_rt_placemax
           MOVE fs_code_annonce TO fa_code
           READ fannonce
           INVALID KEY
               MOVE fs_code_annonce TO farca_code
               READ farchannonce
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE farca_place_max TO w_rt_placemax
               END-READ
           NOT INVALID KEY
               MOVE fa_place_max TO w_rt_placemax
           END-READ.

       *> baisse de derniere minute appliquee a l'annonce
       *> fs_code_annonce : elle compte pour la route avec les places
       *> qu'elle a remplies. fbaisse est ouvert par l'appelant
       CHERCHER_BAISSE_ANNONCE.
           MOVE fs_code_annonce TO fbp_code
           READ fbaisse
           NOT INVALID KEY
               IF fbp_statut = "A" THEN
                   ADD 1 TO w_rt_baisses(w_rt_cur)
                   ADD fbp_places_remplies TO w_rt_remplies(w_rt_cur)
               END-IF
           END-READ.

       *> ecrit la ligne d'agregat de la route w_rt_idx : trajets,
       *> chiffre d'affaires, prix moyen, taux de remplissage et
       *> places remplies par les baisses de derniere minute
       ECRIRE_LIGNE_ROUTE.
           COMPUTE w_rt_moyen =
               w_rt_revenu(w_rt_idx) / w_rt_trips(w_rt_idx)
           IF w_rt_offertes(w_rt_idx) > 0 THEN
               COMPUTE w_rt_taux =
                   w_rt_vendues(w_rt_idx) * 100
                   / w_rt_offertes(w_rt_idx)
           ELSE
               MOVE 0 TO w_rt_taux
           END-IF

           MOVE w_rt_revenu(w_rt_idx) TO w_aff_montant
           MOVE w_rt_moyen TO w_aff_montant2
           MOVE SPACE TO tamp_frouteperf
           STRING w_rt_villeD(w_rt_idx) " -> "
               w_rt_villeA(w_rt_idx)
               " : " w_rt_trips(w_rt_idx) " trajets, "
               w_aff_montant " EUR, prix moyen "
               w_aff_montant2 ", remplissage " w_rt_taux " %"
               DELIMITED BY SIZE INTO tamp_frouteperf
           WRITE tamp_frouteperf
           MOVE tamp_frouteperf TO w_sp_texte
           PERFORM DEPOSER_SPOOL

           IF w_rt_baisses(w_rt_idx) > 0 THEN
               MOVE SPACE TO tamp_frouteperf
               STRING "    baisses de derniere minute : "
                   w_rt_baisses(w_rt_idx) " annonce(s), "
                   w_rt_remplies(w_rt_idx) " place(s) remplie(s)"
                   DELIMITED BY SIZE INTO tamp_frouteperf
               WRITE tamp_frouteperf
               MOVE tamp_frouteperf TO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF.

       *> declaration annuelle des revenus des conducteurs :
       *> agregation des lignes statistiques reglees de l'annee (net
       *> et trajets) et des factures de commission du registre, puis
       *> ecriture du fichier de declaration en disposition fixe pour
       *> chaque conducteur au-dessus du seuil declarable, avec un
       *> avis depose dans sa boite
       DECLARER_REVENUS_CORPS.
           MOVE 0 TO w_fis_nb
           MOVE 0 TO w_fis_nb_decl

           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fs_annee = w_fis_annee AND
                      fs_regle = "O" THEN
                       PERFORM CUMULER_FISCAL_CONDUCTEUR
                   END-IF
           END-PERFORM
           CLOSE fstatistiques

           OPEN INPUT finvoice
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ finvoice NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_date_num = fi_periode / 100
                   IF w_date_num = w_fis_annee THEN
                       PERFORM CUMULER_FISCAL_FACTURE
                   END-IF
           END-PERFORM
           CLOSE finvoice

           OPEN OUTPUT ffiscal
           MOVE SPACE TO tamp_ffiscal
           STRING "DECLARATION " w_fis_annee
               DELIMITED BY SIZE INTO tamp_ffiscal
           WRITE tamp_ffiscal

           MOVE 1 TO w_fis_i
           PERFORM WITH TEST AFTER UNTIL w_fis_i > w_fis_nb
               IF w_fis_nb > 0 AND
                  w_fis_net(w_fis_i) >= w_fis_seuil THEN
                   PERFORM ECRIRE_LIGNE_FISCALE
               END-IF
               ADD 1 TO w_fis_i
           END-PERFORM
           CLOSE ffiscal

           DISPLAY "Declaration " w_fis_annee " : " w_fis_nb_decl
               " conducteur(s) declare(s) dans declaration.dat".

       CUMULER_FISCAL_CONDUCTEUR.
           MOVE 0 TO w_fis_cur
           MOVE 1 TO w_fis_i
           PERFORM WITH TEST AFTER UNTIL w_fis_i > w_fis_nb
               IF w_fis_nb > 0 AND w_fis_cur = 0 THEN
                   IF w_fis_tel(w_fis_i) = fs_conducteur THEN
                       MOVE w_fis_i TO w_fis_cur
                   END-IF
               END-IF
               ADD 1 TO w_fis_i
           END-PERFORM
           IF w_fis_cur = 0 AND w_fis_nb < 200 THEN
               ADD 1 TO w_fis_nb
               MOVE w_fis_nb TO w_fis_cur
               MOVE fs_conducteur TO w_fis_tel(w_fis_cur)
               MOVE 0 TO w_fis_net(w_fis_cur)
               MOVE 0 TO w_fis_trajets(w_fis_cur)
               MOVE 0 TO w_fis_factures(w_fis_cur)
               MOVE 0 TO w_fis_comm(w_fis_cur)
           END-IF
           IF w_fis_cur > 0 THEN
               ADD fs_net_conducteur TO w_fis_net(w_fis_cur)
               ADD 1 TO w_fis_trajets(w_fis_cur)
           END-IF.

       CUMULER_FISCAL_FACTURE.
           MOVE 0 TO w_fis_cur
           MOVE 1 TO w_fis_i
           PERFORM WITH TEST AFTER UNTIL w_fis_i > w_fis_nb
               IF w_fis_nb > 0 AND w_fis_cur = 0 THEN
                   IF w_fis_tel(w_fis_i) = fi_conducteur THEN
                       MOVE w_fis_i TO w_fis_cur
                   END-IF
               END-IF
               ADD 1 TO w_fis_i
           END-PERFORM
           IF w_fis_cur = 0 AND w_fis_nb < 200 THEN
               ADD 1 TO w_fis_nb
               MOVE w_fis_nb TO w_fis_cur
               MOVE fi_conducteur TO w_fis_tel(w_fis_cur)
               MOVE 0 TO w_fis_net(w_fis_cur)
               MOVE 0 TO w_fis_trajets(w_fis_cur)
               MOVE 0 TO w_fis_factures(w_fis_cur)
               MOVE 0 TO w_fis_comm(w_fis_cur)
           END-IF
           IF w_fis_cur > 0 THEN
               ADD 1 TO w_fis_factures(w_fis_cur)
               ADD fi_commission TO w_fis_comm(w_fis_cur)
           END-IF.

       ECRIRE_LIGNE_FISCALE.
           ADD 1 TO w_fis_nb_decl
           MOVE w_fis_tel(w_fis_i) TO w_fil_tel
           MOVE w_fis_annee TO w_fil_annee
           MOVE w_fis_net(w_fis_i) TO w_fil_net
           MOVE w_fis_trajets(w_fis_i) TO w_fil_trajets
           MOVE w_fis_factures(w_fis_i) TO w_fil_factures
           MOVE w_fis_comm(w_fis_i) TO w_fil_comm
           MOVE SPACE TO tamp_ffiscal
           MOVE w_fis_ligne TO tamp_ffiscal
           WRITE tamp_ffiscal

           MOVE w_fis_tel(w_fis_i) TO w_notif_telephone
           MOVE w_fis_net(w_fis_i) TO w_aff_montant
           MOVE SPACE TO w_notif_message
           STRING "DECLARATION " w_fil_annee " TRANSMISE : "
               w_aff_montant " EUR, " w_fil_trajets " TRAJETS"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "FISCAL" TO w_mdl_type
           MOVE w_fil_annee TO w_mdl_date
           MOVE w_aff_montant TO w_mdl_montant
           MOVE w_fil_trajets TO w_mdl_ref
           PERFORM ENVOYER_NOTIFICATION.

       *> controle anti-abus des codes promo : la remise sortant de
       *> la commission de la plateforme, certains couples voyageur /
       *> conducteur se reservent mutuellement avec promo et cloturent
       *> aussitot. Le passage nocturne cumule les reservations avec
       *> promo par couple (toute periode) et par code (fenetre de
       *> sept jours), signale les reglements passes le jour meme de
       *> la reservation, et ecrit chaque constat grade dans
       *> reviewlog.dat pour la revue du cockpit
       SCREENER_PROMOS.
           PERFORM SCREENER_PROMOS_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       SCREENER_PROMOS_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_date_num = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE FUNCTION INTEGER-OF-DATE(w_date_num)
               TO w_pscan_jour
           COMPUTE w_pscan_limite = w_pscan_jour - 7

           MOVE 0 TO w_pab_nb
           MOVE 0 TO w_pcd_nb
           MOVE 0 TO w_pscan_grave
           MOVE 0 TO w_pscan_moyen
           MOVE 0 TO w_pscan_info

           OPEN EXTEND freviewlog
           IF cr_freviewlog = 35 THEN
               OPEN OUTPUT freviewlog
           END-IF

           OPEN INPUT freservation
           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fres_code_promo NOT = SPACE THEN
                       PERFORM CUMULER_RESERVATION_PROMO
                   END-IF
           END-PERFORM
           CLOSE fstatistiques
           CLOSE freservation

           PERFORM SIGNALER_PAIRES_PROMO
           PERFORM SIGNALER_CODES_PROMO

           MOVE SPACE TO tamp_freviewlog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY
               " PROMOSCAN : " w_pscan_grave " GRAVE "
               w_pscan_moyen " MOYEN " w_pscan_info " INFO"
               DELIMITED BY SIZE INTO tamp_freviewlog
           WRITE tamp_freviewlog
           CLOSE freviewlog

           DISPLAY "Controle promo termine : " w_pscan_grave
               " constat(s) grave(s), " w_pscan_moyen
               " moyen(s), " w_pscan_info " info."
           DISPLAY "Detail dans reviewlog.dat".

       *> cumule la reservation avec promo courante dans les deux
       *> tables et controle la rapidite de son reglement
       CUMULER_RESERVATION_PROMO.
           COMPUTE w_date_num = fres_annee * 10000
               + fres_mois * 100 + fres_jour
           MOVE FUNCTION INTEGER-OF-DATE(w_date_num)
               TO w_pscan_resa

           *> cumul par couple voyageur / conducteur (toute periode)
           MOVE 0 TO w_pab_cur
           MOVE 1 TO w_pab_i
           PERFORM WITH TEST AFTER UNTIL w_pab_i > w_pab_nb
               IF w_pab_nb > 0 AND w_pab_cur = 0 THEN
                   IF w_pab_voyageur(w_pab_i) = fres_voyageur AND
                      w_pab_conducteur(w_pab_i) = fres_conducteur
                   THEN
                       MOVE w_pab_i TO w_pab_cur
                   END-IF
               END-IF
               ADD 1 TO w_pab_i
           END-PERFORM
           IF w_pab_cur = 0 AND w_pab_nb < 200 THEN
               ADD 1 TO w_pab_nb
               MOVE w_pab_nb TO w_pab_cur
               MOVE fres_voyageur TO w_pab_voyageur(w_pab_cur)
               MOVE fres_conducteur TO w_pab_conducteur(w_pab_cur)
               MOVE 0 TO w_pab_compte(w_pab_cur)
           END-IF
           IF w_pab_cur > 0 THEN
               ADD 1 TO w_pab_compte(w_pab_cur)
           END-IF

           *> cumul par code sur la fenetre de sept jours
           IF w_pscan_resa >= w_pscan_limite THEN
               MOVE 0 TO w_pcd_cur
               MOVE 1 TO w_pcd_i
               PERFORM WITH TEST AFTER UNTIL w_pcd_i > w_pcd_nb
                   IF w_pcd_nb > 0 AND w_pcd_cur = 0 THEN
                       IF w_pcd_code(w_pcd_i) = fres_code_promo
                       THEN
                           MOVE w_pcd_i TO w_pcd_cur
                       END-IF
                   END-IF
                   ADD 1 TO w_pcd_i
               END-PERFORM
               IF w_pcd_cur = 0 AND w_pcd_nb < 50 THEN
                   ADD 1 TO w_pcd_nb
                   MOVE w_pcd_nb TO w_pcd_cur
                   MOVE fres_code_promo TO w_pcd_code(w_pcd_cur)
                   MOVE 0 TO w_pcd_compte(w_pcd_cur)
               END-IF
               IF w_pcd_cur > 0 THEN
                   ADD 1 TO w_pcd_compte(w_pcd_cur)
               END-IF
           END-IF

           *> trajet promo deja regle le jour meme de la reservation
           IF fres_statut_reservation = 5 THEN
               PERFORM CONTROLER_REGLEMENT_RAPIDE
           END-IF.

       *> cherche la ligne statistique de la reservation courante et
       *> signale un reglement date du jour meme de la reservation ;
       *> fstatistiques est ouvert en entree par l'appelant
       CONTROLER_REGLEMENT_RAPIDE.
           MOVE 0 TO w_pscan_trouve
           MOVE fres_conducteur TO fs_conducteur
           START fstatistiques KEY IS = fs_conducteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin3
               PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin3
                   NOT AT END
                       IF fs_conducteur NOT = fres_conducteur THEN
                           MOVE 0 TO w_fin3
                       ELSE
                           IF fs_code_annonce = fres_code_annonce
                              AND fs_voyageur = fres_voyageur AND
                              fs_regle NOT = "N" AND
                              fs_annee = fres_annee AND
                              fs_mois = fres_mois AND
                              fs_jour = fres_jour THEN
                               MOVE 1 TO w_pscan_trouve
                               MOVE 0 TO w_fin3
                           END-IF
                       END-IF
               END-PERFORM
           END-START

           IF w_pscan_trouve = 1 THEN
               ADD 1 TO w_pscan_info
               MOVE SPACE TO tamp_freviewlog
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                   WS-CURRENT-DAY
                   " PROMO INFO RESA " fres_code
                   " REGLEE LE JOUR DE SA RESERVATION"
                   DELIMITED BY SIZE INTO tamp_freviewlog
               WRITE tamp_freviewlog
           END-IF.

       SIGNALER_PAIRES_PROMO.
           MOVE 1 TO w_pab_i
           PERFORM WITH TEST AFTER UNTIL w_pab_i > w_pab_nb
               IF w_pab_nb > 0 AND
                  w_pab_compte(w_pab_i) > w_promo_max_paire THEN
                   ADD 1 TO w_pscan_grave
                   MOVE SPACE TO tamp_freviewlog
                   STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                       WS-CURRENT-DAY
                       " PROMO GRAVE COUPLE "
                       w_pab_voyageur(w_pab_i) "/"
                       w_pab_conducteur(w_pab_i) " : "
                       w_pab_compte(w_pab_i) " RESA PROMO"
                       DELIMITED BY SIZE INTO tamp_freviewlog
                   WRITE tamp_freviewlog
               END-IF
               ADD 1 TO w_pab_i
           END-PERFORM.

       SIGNALER_CODES_PROMO.
           MOVE 1 TO w_pcd_i
           PERFORM WITH TEST AFTER UNTIL w_pcd_i > w_pcd_nb
               IF w_pcd_nb > 0 AND
                  w_pcd_compte(w_pcd_i) > w_promo_max_code THEN
                   ADD 1 TO w_pscan_moyen
                   MOVE SPACE TO tamp_freviewlog
                   STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                       WS-CURRENT-DAY
                       " PROMO MOYEN CODE " w_pcd_code(w_pcd_i)
                       " : " w_pcd_compte(w_pcd_i)
                       " RESA SUR 7 JOURS"
                       DELIMITED BY SIZE INTO tamp_freviewlog
                   WRITE tamp_freviewlog
               END-IF
               ADD 1 TO w_pcd_i
           END-PERFORM.

       *> rapport CO2 du mois : kilometres partages (distance de
       *> reference de la route multipliee par les places reglees)
       *> et CO2 evite au bareme CO2-G-PAR-KM, sur les seules lignes
       *> statistiques reglees ; les routes sans distance de
       *> reference sont comptees a part
       RAPPORT_CO2_CORPS.
           MOVE 0 TO w_co2_km
           MOVE 0 TO w_co2_lignes
           MOVE 0 TO w_co2_sans

           OPEN INPUT fstatistiques
           OPEN INPUT ftrajet
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fs_annee = w_co2_annee AND
                      fs_mois = w_co2_mois AND
                      fs_regle = "O" THEN
                       PERFORM CUMULER_KM_LIGNE
                   END-IF
           END-PERFORM
           CLOSE ftrajet
           CLOSE fstatistiques

           COMPUTE w_co2_kg =
               w_co2_km * w_co2_g_km / 1000

           MOVE "CO2" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL

           OPEN OUTPUT fco2
           MOVE SPACE TO tamp_fco2
           STRING "BILAN CO2 " w_co2_annee "-" w_co2_mois
               DELIMITED BY SIZE INTO tamp_fco2
           WRITE tamp_fco2
           MOVE tamp_fco2 TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           MOVE SPACE TO tamp_fco2
           STRING "TRAJETS REGLES : " w_co2_lignes
               " - KM PARTAGES : " w_co2_km
               DELIMITED BY SIZE INTO tamp_fco2
           WRITE tamp_fco2
           MOVE tamp_fco2 TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           MOVE SPACE TO tamp_fco2
           STRING "CO2 EVITE : " w_co2_kg " KG (BAREME "
               w_co2_g_km " G/KM)"
               DELIMITED BY SIZE INTO tamp_fco2
           WRITE tamp_fco2
           MOVE tamp_fco2 TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           MOVE SPACE TO tamp_fco2
           STRING "LIGNES SANS DISTANCE DE REFERENCE : "
               w_co2_sans
               DELIMITED BY SIZE INTO tamp_fco2
           WRITE tamp_fco2
           MOVE tamp_fco2 TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           CLOSE fco2
           PERFORM CLORE_GENERATION_SPOOL

           DISPLAY "Bilan CO2 " w_co2_annee "-" w_co2_mois
               " : " w_co2_km " km partages, " w_co2_kg
               " kg evites (co2.dat)".

       *> ajoute au cumul les kilometres de la ligne statistique
       *> courante ; ftrajet est ouvert en entree par l'appelant
       CUMULER_KM_LIGNE.
           MOVE fs_villeD TO ftra_depart
           MOVE fs_villeA TO ftra_arrive
           READ ftrajet
           INVALID KEY
               ADD 1 TO w_co2_sans
           NOT INVALID KEY
               ADD 1 TO w_co2_lignes
               IF fs_nb_places > 0 THEN
                   COMPUTE w_co2_km = w_co2_km
                       + ftr_distante * fs_nb_places
               ELSE
                   ADD ftr_distante TO w_co2_km
               END-IF
           END-READ.

       *> kilometres partages par l'utilisateur connecte sur l'annee
       *> en cours (comme voyageur ou conducteur), pour la ligne CO2
       *> du profil
       CALCULER_CO2_PERSONNEL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO w_co2_km
           MOVE 0 TO w_co2_lignes
           MOVE 0 TO w_co2_sans

           OPEN INPUT fstatistiques
           OPEN INPUT ftrajet
           MOVE 1 TO w_fin3
           PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin3
               NOT AT END
                   IF fs_annee = WS-CURRENT-YEAR AND
                      fs_regle = "O" AND
                      (fs_voyageur = wu_telephone OR
                       fs_conducteur = wu_telephone) THEN
                       PERFORM CUMULER_KM_LIGNE
                   END-IF
           END-PERFORM
           CLOSE ftrajet
           CLOSE fstatistiques

           COMPUTE w_co2_kg =
               w_co2_km * w_co2_g_km / 1000.

       *> rapprochement quotidien : recalcule pour chaque compte le
       *> solde attendu d'apres le ledger (recharges et credits moins
       *> debits) et signale dans rapprochement.dat tout compte dont
       *> fu_solde s'en ecarte, avec la difference
       RAPPROCHER_SOLDES.
           PERFORM RAPPROCHER_SOLDES_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       RAPPROCHER_SOLDES_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

           OPEN OUTPUT freconcile
           MOVE SPACE TO tamp_freconcile
           STRING "RAPPROCHEMENT DU " WS-CURRENT-YEAR "-"
               WS-CURRENT-MONTH "-" WS-CURRENT-DAY
               DELIMITED BY SIZE INTO tamp_freconcile
           WRITE tamp_freconcile

           MOVE 0 TO w_rap_nb
           MOVE 0 TO w_rap_nb_ecarts

           OPEN INPUT futilisateur
           OPEN INPUT ftransaction
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_rap_nb
                   PERFORM CALCULER_SOLDE_LEDGER
                   *> la dette d'un litige carte est la part du
                   *> ledger que le solde n'a pas couverte
                   MOVE fu_telephone TO w_det_tel
                   PERFORM LIRE_DETTE
                   ADD w_det_montant TO w_rap_attendu
                   IF w_rap_attendu NOT = fu_solde THEN
                       ADD 1 TO w_rap_nb_ecarts
                       COMPUTE w_rap_ecart =
                           fu_solde - w_rap_attendu
                       MOVE w_rap_attendu TO w_rap_edit1
                       MOVE w_rap_ecart TO w_rap_edit2
                       MOVE fu_solde TO w_aff_montant
                       MOVE SPACE TO tamp_freconcile
                       STRING "TEL " fu_telephone
                           " SOLDE " w_aff_montant
                           " LEDGER " w_rap_edit1
                           " ECART " w_rap_edit2
                           DELIMITED BY SIZE INTO tamp_freconcile
                       WRITE tamp_freconcile
                   END-IF
           END-PERFORM
           CLOSE ftransaction
           CLOSE futilisateur

           MOVE SPACE TO tamp_freconcile
           STRING "COMPTES VERIFIES : " w_rap_nb
               " - EN ECART : " w_rap_nb_ecarts
               DELIMITED BY SIZE INTO tamp_freconcile
           WRITE tamp_freconcile
           CLOSE freconcile

           DISPLAY "Rapprochement termine : " w_rap_nb
               " compte(s) verifie(s), " w_rap_nb_ecarts " en ecart."
           DISPLAY "Detail ecrit dans rapprochement.dat"

           MOVE w_rap_nb TO w_ctl_lus
           MOVE w_rap_nb_ecarts TO w_ctl_rejets
           MOVE "ECARTS" TO w_ctl_rubrique
           MOVE w_rap_nb_ecarts TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           IF w_rap_nb_ecarts > 0 THEN
               MOVE 4 TO w_job_rc
           END-IF.

       *> cumule dans w_rap_attendu les mouvements du ledger pour le
       *> telephone du compte courant (tamp_futilisateur) : recharges
       *> et credits conducteur en plus, debits voyageur en moins.
       *> ftransaction doit etre ouvert en entree par l'appelant
       CALCULER_SOLDE_LEDGER.
           MOVE 0 TO w_rap_attendu
           MOVE fu_telephone TO ft_telephone
           START ftransaction KEY IS = ft_telephone
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ ftransaction NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF ft_telephone NOT = fu_telephone THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           EVALUATE ft_type
                               WHEN "R"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "C"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "X"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "P"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "G"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "S"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "U"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "B"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "L"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "Q"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "A"
                                   ADD ft_montant TO w_rap_attendu
                               WHEN "W"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "H"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "D"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "Y"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "V"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "F"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "K"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "N"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                               WHEN "Z"
                                   SUBTRACT ft_montant
                                       FROM w_rap_attendu
                           END-EVALUATE
                       END-IF
               END-PERFORM
           END-START.

       *> archivage annuel : deplace vers les fichiers d'archive les
       *> annonces de l'annee demandee dont le depart est passe, ainsi
       *> que leurs reservations soldees (refusee, annulee, terminee).
       *> Une annonce qui garde des reservations encore actives est
       *> laissee en place et comptee comme ignoree
       ARCHIVER_ANNEE.
           DISPLAY "Saisir l'annee a archiver (AAAA)."
           ACCEPT w_arch_annee
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

           MOVE "ARCHIVAGE ANNEE" TO w_audit_action
           MOVE w_arch_annee TO w_audit_cible
           PERFORM JOURNALISER_ADMIN

           MOVE 0 TO w_arch_nb_annonces
           MOVE 0 TO w_arch_nb_res
           MOVE 0 TO w_arch_nb_skip

           *> point de reprise propre a l'annee archivee : un passage
           *> interrompu repart apres la derniere annonce validee
           MOVE SPACE TO w_ckp_cle
           STRING "ARCH" w_arch_annee DELIMITED BY SIZE INTO w_ckp_cle
           PERFORM LIRE_POINT_REPRISE

           OPEN I-O fannonce
           OPEN I-O farchannonce
           MOVE 1 TO w_fin
           IF w_ckp_position > 0 THEN
               DISPLAY "Reprise de l'archivage apres l'annonce "
                   w_ckp_position
               MOVE w_ckp_position TO fa_code
               START fannonce KEY IS > fa_code
               INVALID KEY
                   MOVE 0 TO w_fin
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fa_code TO w_ckp_position
                   IF fa_annee = w_arch_annee AND
                      (fa_annee < WS-CURRENT-YEAR OR
                       (fa_annee = WS-CURRENT-YEAR AND
                        fa_mois < WS-CURRENT-MONTH) OR
                       (fa_annee = WS-CURRENT-YEAR AND
                        fa_mois = WS-CURRENT-MONTH AND
                        fa_jour < WS-CURRENT-DAY)) THEN
                       PERFORM COMPTER_RESAS_ACTIVES
                       IF w_arch_actives > 0 THEN
                           ADD 1 TO w_arch_nb_skip
                       ELSE
                           MOVE tamp_fannonce TO tamp_farchannonce
                           WRITE tamp_farchannonce
                           INVALID KEY
                               CONTINUE
                           END-WRITE
                           PERFORM ARCHIVER_RESAS_ANNONCE
                           MOVE fa_code TO w_code
                           PERFORM SUPPRIMER_ARRETS_ANNONCE
                           PERFORM SUPPRIMER_CONFORT_ANNONCE
                           PERFORM SUPPRIMER_CAPACITE_COLIS
                           *> un depart archive est passe depuis
                           *> longtemps : la liste d'attente est
                           *> purgee sans prevenir personne
                           MOVE 0 TO w_att_purge_notif
                           PERFORM PURGER_ATTENTES_ANNONCE
                           MOVE "S" TO w_jrn_op
                           PERFORM IMAGE_ANNONCE
                           DELETE fannonce RECORD
                           ADD 1 TO w_arch_nb_annonces
                       END-IF
                   END-IF
                   PERFORM AVANCER_POINT_REPRISE
           END-PERFORM
           CLOSE farchannonce
           CLOSE fannonce
           PERFORM CLORE_POINT_REPRISE

           DISPLAY "ARCHIVAGE " w_arch_annee " TERMINE"
           DISPLAY "Annonces archivees     : " w_arch_nb_annonces
           DISPLAY "Reservations archivees : " w_arch_nb_res
           DISPLAY "Annonces ignorees (reservations encore actives) : "
               w_arch_nb_skip

           PERFORM AFFICHE_MENU_ADMIN.

       *> compte les reservations encore actives (demandee/confirmee)
       *> de l'annonce courante (tamp_fannonce) dans w_arch_actives
       COMPTER_RESAS_ACTIVES.
           MOVE 0 TO w_arch_actives
           OPEN INPUT freservation
           MOVE fa_code TO fres_code_annonce
           START freservation KEY IS = fres_code_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fres_code_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fres_statut_reservation = 1 OR
                              fres_statut_reservation = 2 THEN
                               ADD 1 TO w_arch_actives
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE freservation.

       *> deplace vers l'archive les reservations soldees de l'annonce
       *> courante (tamp_fannonce)
       ARCHIVER_RESAS_ANNONCE.
           OPEN I-O freservation
           OPEN I-O farchreservation
           MOVE fa_code TO fres_code_annonce
           START freservation KEY IS = fres_code_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fres_code_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fres_statut_reservation >= 3 THEN
                               MOVE tamp_freservation
                                   TO tamp_farchreservation
                               WRITE tamp_farchreservation
                               INVALID KEY
                                   CONTINUE
                               END-WRITE
                               MOVE "S" TO w_jrn_op
                               PERFORM IMAGE_RESERVATION
                               DELETE freservation RECORD
                               ADD 1 TO w_arch_nb_res
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE farchreservation
           CLOSE freservation.

       *> consultation en lecture seule d'une annee archivee
       CONSULTER_ANNEE_ARCHIVEE.
           DISPLAY "Saisir l'annee a consulter (AAAA)."
           ACCEPT w_arch_annee

           MOVE 0 TO w_arch_nb_annonces
           OPEN INPUT farchannonce
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ farchannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF farca_annee = w_arch_annee THEN
                       ADD 1 TO w_arch_nb_annonces
                       MOVE farca_prix TO w_aff_montant
                       DISPLAY "Code : " farca_code
                           " - Conducteur : " farca_conducteur
                           " - " farca_lieu_depart
                       DISPLAY "   -> " farca_lieu_darrive
                           " - Depart : " farca_date_depart
                           " - Prix : " w_aff_montant
                   END-IF
           END-PERFORM
           CLOSE farchannonce

           DISPLAY w_arch_nb_annonces " annonce(s) archivee(s) pour "
               w_arch_annee

           PERFORM AFFICHE_MENU_ADMIN.

       *> exporte futilisateur, fannonce et freservation au format CSV
       *> pour consultation externe (tableur, etc.)
       EXPORTER_DONNEES_CSV.
           PERFORM EXPORTER_DONNEES_CSV_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       EXPORTER_DONNEES_CSV_CORPS.
           OPEN OUTPUT fcsvuser
           MOVE SPACE TO tamp_fcsvuser
           STRING "telephone;nom;prenom;type;statut;solde"
               DELIMITED BY SIZE INTO tamp_fcsvuser
           WRITE tamp_fcsvuser
           OPEN INPUT futilisateur
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE SPACE TO tamp_fcsvuser
                   MOVE fu_solde TO w_aff_montant
                   STRING fu_telephone ";" fu_nom ";" fu_prenom ";"
                       fu_type ";" fu_status ";" w_aff_montant
                       DELIMITED BY SIZE INTO tamp_fcsvuser
                   WRITE tamp_fcsvuser
                   ADD 1 TO w_ctl_lus
                   ADD 1 TO w_ctl_ecrits
           END-PERFORM
           CLOSE futilisateur
           CLOSE fcsvuser

           OPEN OUTPUT fcsvannonce
           MOVE SPACE TO tamp_fcsvannonce
           STRING "code;conducteur;depart;arrivee;date;prix;places"
               DELIMITED BY SIZE INTO tamp_fcsvannonce
           WRITE tamp_fcsvannonce
           OPEN INPUT fannonce
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE SPACE TO tamp_fcsvannonce
                   MOVE fa_prix TO w_aff_montant
                   STRING fa_code ";" fa_conducteur ";"
                       fa_lieu_depart ";" fa_lieu_darrive ";"
                       fa_date_depart ";" w_aff_montant ";"
                       fa_place_dispo "/" fa_place_max
                       DELIMITED BY SIZE INTO tamp_fcsvannonce
                   WRITE tamp_fcsvannonce
                   ADD 1 TO w_ctl_lus
                   ADD 1 TO w_ctl_ecrits
           END-PERFORM
           CLOSE fannonce
           CLOSE fcsvannonce

           *> point de reprise : si un export precedent s'est arrete en
           *> cours de route, on reprend juste apres le dernier fres_code
           *> traite au lieu de reparcourir tout le fichier depuis le
           *> debut (et de reecrire un reservation.csv incomplet)
           MOVE "CSVRES" TO ckp_cle
           OPEN I-O fcheckpoint
           READ fcheckpoint
           INVALID KEY
               MOVE 0 TO ckp_dernier_code
               MOVE "CSVRES" TO ckp_cle
               WRITE tamp_fcheckpoint
           END-READ

           OPEN INPUT freservation
           IF ckp_dernier_code = 0 THEN
               OPEN OUTPUT fcsvreservation
               MOVE SPACE TO tamp_fcsvreservation
               STRING "code;annonce;voyageur;conducteur;statut"
                   DELIMITED BY SIZE INTO tamp_fcsvreservation
               WRITE tamp_fcsvreservation
               MOVE 1 TO w_fin
           ELSE
               OPEN EXTEND fcsvreservation
               MOVE ckp_dernier_code TO fres_code
               START freservation KEY IS > fres_code
               INVALID KEY
                   MOVE 0 TO w_fin
               NOT INVALID KEY
                   MOVE 1 TO w_fin
               END-START
           END-IF

           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ freservation NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE SPACE TO tamp_fcsvreservation
                   STRING fres_code ";" fres_code_annonce ";"
                       fres_voyageur ";" fres_conducteur ";"
                       fres_statut_reservation
                       DELIMITED BY SIZE INTO tamp_fcsvreservation
                   WRITE tamp_fcsvreservation
                   ADD 1 TO w_ctl_lus
                   ADD 1 TO w_ctl_ecrits
                   MOVE fres_code TO ckp_dernier_code
                   REWRITE tamp_fcheckpoint
           END-PERFORM
           CLOSE freservation
           CLOSE fcsvreservation

           *> export complet : on remet le point de reprise a zero pour
           *> qu'un prochain export reparte depuis le debut du fichier
           MOVE 0 TO ckp_dernier_code
           REWRITE tamp_fcheckpoint
           CLOSE fcheckpoint

           DISPLAY "Export termine : utilisateur.csv, annonce.csv,"
           DISPLAY "reservation.csv".

       *> rapprochement du fichier de remise de l'acquereur carte :
       *> chaque ligne est rapprochee d'une recharge en attente par
       *> reference et montant ; une recharge acceptee est creditee
       *> (mouvement "R" au ledger), une recharge refusee est
       *> annulee, toute autre ligne part en anomalie pour la
       *> finance. Les recharges restees en attente plus de
       *> RECHARGE-DELAI jours sont ensuite annulees
       TRAITER_ACQUEREUR.
           PERFORM TRAITER_ACQUEREUR_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       TRAITER_ACQUEREUR_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_acq_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_jour_entier =
               FUNCTION INTEGER-OF-DATE(w_acq_jour) - w_acq_delai
           MOVE FUNCTION DATE-OF-INTEGER(w_jour_entier)
               TO w_acq_limite
           MOVE 0 TO w_acq_ok
           MOVE 0 TO w_acq_refus
           MOVE 0 TO w_acq_expire
           MOVE 0 TO w_acq_exc
           MOVE 0 TO w_acq_nb
           MOVE 0 TO w_acq_rep_nb
           MOVE 0 TO w_acq_rep_plein

           MOVE "ACQUEREUR" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "RAPPROCHEMENT ACQUEREUR CARTE DU " w_acq_jour
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           OPEN EXTEND facqanomalie
           IF cr_facqanomalie = 35 THEN
               OPEN OUTPUT facqanomalie
           END-IF

           OPEN INPUT facquereur
           IF cr_facquereur NOT = 00 THEN
               DISPLAY "Aucun fichier acquereur a traiter."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ facquereur
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_facquereur NOT = SPACE THEN
                           PERFORM TRAITER_LIGNE_ACQUEREUR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE facquereur

               *> une remise traitee ne doit pas etre rejouee : seules
               *> les lignes acceptees que le compte indisponible n'a
               *> pas laisse appliquer y sont rendues
               IF w_acq_rep_plein = 1 THEN
                   DISPLAY "*** Trop de lignes a reprendre : remise"
                       " acquereur conservee entiere."
                   MOVE 4 TO w_job_rc
               ELSE
                   OPEN OUTPUT facquereur
                   MOVE 1 TO w_acq_rep_i
                   PERFORM WITH TEST BEFORE
                       UNTIL w_acq_rep_i > w_acq_rep_nb
                       MOVE w_acq_rep_ligne(w_acq_rep_i)
                           TO tamp_facquereur
                       WRITE tamp_facquereur
                       ADD 1 TO w_acq_rep_i
                   END-PERFORM
                   CLOSE facquereur
               END-IF
           END-IF
           CLOSE facqanomalie

           PERFORM EXPIRER_RECHARGES_ATTENTE

           *> les reglements restes en echec des comptes credites
           *> sont relances, comme apres une recharge au guichet
           MOVE 1 TO w_acq_i
           PERFORM WITH TEST AFTER UNTIL w_acq_i > w_acq_nb
               IF w_acq_nb > 0 THEN
                   MOVE w_acq_tel(w_acq_i) TO w_relance_filtre
                   PERFORM RELANCER_PARCOURS
               END-IF
               ADD 1 TO w_acq_i
           END-PERFORM

           MOVE SPACE TO w_sp_texte
           STRING "CONFIRMEES : " w_acq_ok "  REFUSEES : " w_acq_refus
               "  EXPIREES : " w_acq_expire
               "  ANOMALIES : " w_acq_exc
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           PERFORM CLORE_GENERATION_SPOOL

           DISPLAY "Recharges carte : " w_acq_ok " confirmee(s), "
               w_acq_refus " refusee(s), " w_acq_expire
               " expiree(s)."

           ADD w_acq_ok w_acq_refus w_acq_exc GIVING w_ctl_lus
           MOVE w_acq_ok TO w_ctl_ecrits
           MOVE w_acq_exc TO w_ctl_rejets
           MOVE "REFUSEES" TO w_ctl_rubrique
           MOVE w_acq_refus TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           MOVE "EXPIREES" TO w_ctl_rubrique
           MOVE w_acq_expire TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           IF w_acq_exc > 0 THEN
               DISPLAY w_acq_exc " ligne(s) acquereur en anomalie,"
                   " voir acquereur_anomalie.dat"
               MOVE 4 TO w_job_rc
           END-IF.

       TRAITER_LIGNE_ACQUEREUR.
           MOVE tamp_facquereur TO w_acq_ligne
           MOVE SPACE TO w_acq_ref_x
           MOVE SPACE TO w_acq_mnt_x
           MOVE SPACE TO w_acq_statut
           UNSTRING tamp_facquereur DELIMITED BY ALL SPACE
               INTO w_acq_ref_x w_acq_mnt_x w_acq_statut
           END-UNSTRING

           MOVE 0 TO w_acq_valide
           IF w_acq_ref_x IS NUMERIC AND w_acq_mnt_x NOT = SPACE AND
              (w_acq_statut = "ACCEPTE" OR w_acq_statut = "REFUSE")
              THEN
               MOVE w_acq_ref_x TO w_acq_ref
               MOVE FUNCTION NUMVAL(w_acq_mnt_x) TO w_acq_montant
               MOVE 1 TO w_acq_valide
           END-IF

           IF w_acq_valide = 0 THEN
               MOVE "LIGNE ILLISIBLE" TO w_acq_motif
               PERFORM ECRIRE_ANOMALIE_ACQUEREUR
           ELSE
               OPEN I-O frechargeatt
               MOVE w_acq_ref TO frg_ref
               READ frechargeatt
               INVALID KEY
                   MOVE "REFERENCE INCONNUE" TO w_acq_motif
                   PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               NOT INVALID KEY
                   IF frg_statut NOT = "A" THEN
                       MOVE SPACE TO w_acq_motif
                       STRING "RECHARGE DEJA DENOUEE (" frg_statut ")"
                           DELIMITED BY SIZE INTO w_acq_motif
                       PERFORM ECRIRE_ANOMALIE_ACQUEREUR
                   ELSE
                       IF frg_montant NOT = w_acq_montant THEN
                           MOVE "MONTANT DIFFERENT" TO w_acq_motif
                           PERFORM ECRIRE_ANOMALIE_ACQUEREUR
                       ELSE
                           IF w_acq_statut = "ACCEPTE" THEN
                               PERFORM CONFIRMER_RECHARGE_CARTE
                           ELSE
                               MOVE "R" TO frg_statut
                               MOVE w_acq_jour TO frg_traite
                               REWRITE tamp_frechargeatt
                               ADD 1 TO w_acq_refus
                               MOVE frg_montant TO w_aff_montant
                               MOVE frg_telephone TO w_notif_telephone
                               MOVE SPACE TO w_notif_message
                               STRING "RECHARGE " frg_ref " DE "
                                   w_aff_montant
                                   " EUR REFUSEE PAR VOTRE BANQUE"
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "RECHREFUS" TO w_mdl_type
                               MOVE frg_ref TO w_mdl_ref
                               MOVE w_aff_montant TO w_mdl_montant
                               PERFORM ENVOYER_NOTIFICATION
                           END-IF
                       END-IF
                   END-IF
               END-READ
               CLOSE frechargeatt
           END-IF.

       *> credit du solde pour la recharge courante de frechargeatt
       *> (ouvert par l'appelant) ; si le compte est indisponible la
       *> recharge reste en attente et la ligne est rendue au fichier
       *> de remise, rejouee au passage suivant
       CONFIRMER_RECHARGE_CARTE.
           MOVE 0 TO w_acq_trouve
           MOVE 0 TO w_lock_essais
           PERFORM WITH TEST AFTER UNTIL
               (cr_futilisateur NOT = 93 AND
                cr_futilisateur NOT = 94)
               OR w_lock_essais > 3
               OPEN I-O futilisateur
               IF cr_futilisateur = 93 OR
                  cr_futilisateur = 94 THEN
                   ADD 1 TO w_lock_essais
                   PERFORM SIGNALER_OCCUPATION
               END-IF
           END-PERFORM

           IF cr_futilisateur = 93 OR cr_futilisateur = 94 THEN
               MOVE "COMPTE INDISPONIBLE" TO w_acq_motif
               PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               PERFORM GARDER_LIGNE_ACQUEREUR
           ELSE
               MOVE frg_telephone TO fu_telephone
               READ futilisateur KEY IS fu_telephone
               INVALID KEY
                   MOVE "COMPTE SUPPRIME" TO w_acq_motif
                   PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               NOT INVALID KEY
                   ADD frg_montant TO fu_solde
                   PERFORM IMPUTER_DETTE
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   MOVE 1 TO w_acq_trouve
               END-READ
               CLOSE futilisateur
           END-IF

           IF w_acq_trouve = 1 THEN
               MOVE "C" TO frg_statut
               MOVE w_acq_jour TO frg_traite
               REWRITE tamp_frechargeatt
               ADD 1 TO w_acq_ok

               MOVE frg_telephone TO w_trans_telephone
               MOVE "R" TO w_trans_type
               MOVE frg_montant TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               MOVE frg_montant TO w_aff_montant
               MOVE frg_telephone TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "RECHARGE " frg_ref " DE " w_aff_montant
                   " EUR CONFIRMEE ET CREDITEE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "RECHCONF" TO w_mdl_type
               MOVE frg_ref TO w_mdl_ref
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION

               MOVE 0 TO w_acq_trouve
               MOVE 1 TO w_acq_i
               PERFORM WITH TEST AFTER UNTIL w_acq_i > w_acq_nb
                   IF w_acq_nb > 0 THEN
                       IF w_acq_tel(w_acq_i) = frg_telephone THEN
                           MOVE 1 TO w_acq_trouve
                       END-IF
                   END-IF
                   ADD 1 TO w_acq_i
               END-PERFORM
               IF w_acq_trouve = 0 AND w_acq_nb < 50 THEN
                   ADD 1 TO w_acq_nb
                   MOVE frg_telephone TO w_acq_tel(w_acq_nb)
               END-IF
           END-IF.

       *> garde la ligne courante (w_acq_ligne) pour la rendre au
       *> fichier de remise
       GARDER_LIGNE_ACQUEREUR.
           IF w_acq_rep_nb < 200 THEN
               ADD 1 TO w_acq_rep_nb
               MOVE frg_ref TO w_acq_rep_ref(w_acq_rep_nb)
               MOVE w_acq_ligne TO w_acq_rep_ligne(w_acq_rep_nb)
           ELSE
               MOVE 1 TO w_acq_rep_plein
           END-IF.

       *> ligne d'anomalie (w_acq_ligne, w_acq_motif) pour la
       *> finance ; facqanomalie et la bobine sont ouverts par
       *> l'appelant
       ECRIRE_ANOMALIE_ACQUEREUR.
           ADD 1 TO w_acq_exc
           MOVE SPACE TO tamp_facqanomalie
           STRING w_acq_jour " " w_acq_ligne(1:50) " : "
               w_acq_motif
               DELIMITED BY SIZE INTO tamp_facqanomalie
           WRITE tamp_facqanomalie
           MOVE tamp_facqanomalie TO w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> annule les recharges sans reponse de l'acquereur au-dela
       *> du delai parametre ; une recharge acceptee dont la ligne
       *> attend d'etre rejouee a bien eu sa reponse et reste en
       *> attente
       EXPIRER_RECHARGES_ATTENTE.
           OPEN I-O frechargeatt
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ frechargeatt NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE 0 TO w_acq_en_reprise
                   MOVE 1 TO w_acq_rep_i
                   PERFORM WITH TEST BEFORE
                       UNTIL w_acq_rep_i > w_acq_rep_nb
                       IF w_acq_rep_ref(w_acq_rep_i) = frg_ref THEN
                           MOVE 1 TO w_acq_en_reprise
                       END-IF
                       ADD 1 TO w_acq_rep_i
                   END-PERFORM
                   IF frg_statut = "A" AND frg_date < w_acq_limite
                      AND w_acq_en_reprise = 0 THEN
                       MOVE "E" TO frg_statut
                       MOVE w_acq_jour TO frg_traite
                       REWRITE tamp_frechargeatt
                       ADD 1 TO w_acq_expire
                       MOVE frg_montant TO w_aff_montant
                       MOVE SPACE TO w_sp_texte
                       STRING "EXPIREE : RECHARGE " frg_ref " DU "
                           frg_date " TEL " frg_telephone " "
                           w_aff_montant " EUR"
                           DELIMITED BY SIZE INTO w_sp_texte
                       PERFORM DEPOSER_SPOOL
                       MOVE frg_telephone TO w_notif_telephone
                       MOVE SPACE TO w_notif_message
                       STRING "RECHARGE " frg_ref " DE " w_aff_montant
                           " EUR ANNULEE, SANS REPONSE BANQUE"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "RECHEXPIR" TO w_mdl_type
                       MOVE frg_ref TO w_mdl_ref
                       MOVE w_aff_montant TO w_mdl_montant
                       PERFORM ENVOYER_NOTIFICATION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE frechargeatt.

       *> apure la dette du compte courant de futilisateur (tampon
       *> lu, pas encore reecrit) sur le solde qui vient d'etre
       *> credite ; l'appelant reecrit ensuite l'enregistrement
       IMPUTER_DETTE.
           MOVE 0 TO w_det_impute
           OPEN I-O fdette
           MOVE fu_telephone TO fde_telephone
           READ fdette
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF fde_montant > fu_solde THEN
                   MOVE fu_solde TO w_det_impute
               ELSE
                   MOVE fde_montant TO w_det_impute
               END-IF
               SUBTRACT w_det_impute FROM fu_solde
               SUBTRACT w_det_impute FROM fde_montant
               IF fde_montant = 0 THEN
                   DELETE fdette RECORD
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   COMPUTE fde_date = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                   REWRITE tamp_fdette
               END-IF
           END-READ
           CLOSE fdette

           IF w_det_impute > 0 THEN
               MOVE w_det_impute TO w_aff_montant
               MOVE fu_telephone TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING w_aff_montant " EUR IMPUTES SUR VOTRE DETTE"
                   " LITIGE CARTE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "DETTEIMPUT" TO w_mdl_type
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> dette restante du compte w_det_tel (0 si aucune)
       LIRE_DETTE.
           MOVE 0 TO w_det_montant
           OPEN INPUT fdette
           MOVE w_det_tel TO fde_telephone
           READ fdette
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE fde_montant TO w_det_montant
           END-READ
           CLOSE fdette.

       *> integration du fichier des litiges de l'acquereur : chaque
       *> litige est rapproche de la recharge confirmee et de son
       *> mouvement "R" au ledger, l'annulation est passee au ledger
       *> (mouvement "K") meme si le solde n'y suffit pas (le reste
       *> devient une dette) et le compte est mis en attente
       *> (statut 5) ; toute autre ligne part en anomalie
       INTEGRER_LITIGES_CARTE_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_acq_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_lc_nb
           MOVE 0 TO w_acq_exc

           MOVE "LITIGES" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "LITIGES CARTE RECUS LE " w_acq_jour
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           OPEN EXTEND facqanomalie
           IF cr_facqanomalie = 35 THEN
               OPEN OUTPUT facqanomalie
           END-IF

           OPEN INPUT flitigeacq
           IF cr_flitigeacq NOT = 00 THEN
               DISPLAY "Aucun fichier de litiges a traiter."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flitigeacq
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_flitigeacq NOT = SPACE THEN
                           PERFORM TRAITER_LIGNE_LITIGE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE flitigeacq

               *> un fichier traite ne doit pas etre rejoue
               OPEN OUTPUT flitigeacq
               CLOSE flitigeacq
           END-IF
           CLOSE facqanomalie

           MOVE SPACE TO w_sp_texte
           STRING "LITIGES ENREGISTRES : " w_lc_nb
               "  ANOMALIES : " w_acq_exc
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           PERFORM CLORE_GENERATION_SPOOL

           DISPLAY "Litiges carte : " w_lc_nb " enregistre(s)."
           ADD w_lc_nb w_acq_exc GIVING w_ctl_lus
           MOVE w_lc_nb TO w_ctl_ecrits
           MOVE w_acq_exc TO w_ctl_rejets
           IF w_acq_exc > 0 THEN
               DISPLAY w_acq_exc " ligne(s) de litige en anomalie,"
                   " voir acquereur_anomalie.dat"
               MOVE 4 TO w_job_rc
           END-IF.

       TRAITER_LIGNE_LITIGE.
           MOVE tamp_flitigeacq TO w_acq_ligne
           MOVE SPACE TO w_lc_dossier
           MOVE SPACE TO w_acq_ref_x
           MOVE SPACE TO w_acq_mnt_x
           UNSTRING tamp_flitigeacq DELIMITED BY ALL SPACE
               INTO w_lc_dossier w_acq_ref_x w_acq_mnt_x
           END-UNSTRING

           MOVE 0 TO w_lc_ok
           IF w_lc_dossier NOT = SPACE AND w_acq_ref_x IS NUMERIC
              AND w_acq_mnt_x NOT = SPACE THEN
               MOVE w_acq_ref_x TO w_acq_ref
               MOVE FUNCTION NUMVAL(w_acq_mnt_x) TO w_lc_montant
               IF w_lc_montant > 0 THEN
                   MOVE 1 TO w_lc_ok
               END-IF
           END-IF

           IF w_lc_ok = 0 THEN
               MOVE "LIGNE ILLISIBLE" TO w_acq_motif
               PERFORM ECRIRE_ANOMALIE_ACQUEREUR
           ELSE
               *> un litige deja enregistre n'est jamais repasse
               OPEN INPUT flitige
               MOVE w_lc_dossier TO flc_dossier
               READ flitige KEY IS flc_dossier
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO w_lc_ok
               END-READ
               CLOSE flitige
               IF w_lc_ok = 0 THEN
                   MOVE "DOSSIER DEJA ENREGISTRE" TO w_acq_motif
                   PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               END-IF
           END-IF

           IF w_lc_ok = 1 THEN
               MOVE 0 TO w_lc_ok
               OPEN INPUT frechargeatt
               MOVE w_acq_ref TO frg_ref
               READ frechargeatt
               INVALID KEY
                   MOVE "REFERENCE INCONNUE" TO w_acq_motif
               NOT INVALID KEY
                   IF frg_statut NOT = "C" THEN
                       MOVE "RECHARGE NON CREDITEE" TO w_acq_motif
                   ELSE
                       IF w_lc_montant > frg_montant THEN
                           MOVE "MONTANT SUPERIEUR A LA RECHARGE"
                               TO w_acq_motif
                       ELSE
                           MOVE frg_telephone TO w_lc_tel
                           MOVE 1 TO w_lc_ok
                       END-IF
                   END-IF
               END-READ
               CLOSE frechargeatt
               IF w_lc_ok = 0 THEN
                   PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               END-IF
           END-IF

           IF w_lc_ok = 1 THEN
               PERFORM CHERCHER_MOUVEMENT_RECHARGE
               IF w_lc_trans = 0 THEN
                   MOVE "MOUVEMENT R INTROUVABLE" TO w_acq_motif
                   PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               ELSE
                   PERFORM ANNULER_RECHARGE_LITIGE
               END-IF
           END-IF.

       *> mouvement "R" du ledger correspondant a la recharge courante
       *> de frechargeatt (meme compte, montant et date de
       *> confirmation) -> w_lc_trans, 0 si introuvable
       CHERCHER_MOUVEMENT_RECHARGE.
           MOVE 0 TO w_lc_trans
           OPEN INPUT ftransaction
           MOVE frg_telephone TO ft_telephone
           START ftransaction KEY IS = ft_telephone
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ ftransaction NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF ft_telephone NOT = frg_telephone THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF ft_type = "R" AND
                              ft_montant = frg_montant AND
                              ft_annee * 10000 + ft_mois * 100
                                  + ft_jour = frg_traite AND
                              w_lc_trans = 0 THEN
                               MOVE ft_num TO w_lc_trans
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE ftransaction.

       *> passe l'annulation du litige courant : solde (puis dette),
       *> mise en attente du compte, ledger, registre et avis ; sans
       *> numero de registre le litige part en anomalie sans toucher
       *> au compte
       ANNULER_RECHARGE_LITIGE.
           MOVE "6" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               MOVE "NUMERO DE LITIGE INDISPONIBLE" TO w_acq_motif
               PERFORM ECRIRE_ANOMALIE_ACQUEREUR
           ELSE
               MOVE w_code_code TO w_lc_num
               PERFORM ANNULER_RECHARGE_LITIGE_SUITE
           END-IF.

       ANNULER_RECHARGE_LITIGE_SUITE.
           MOVE 0 TO w_lc_dette
           MOVE 0 TO w_lc_ok
           MOVE 0 TO w_lock_essais
           PERFORM WITH TEST AFTER UNTIL
               (cr_futilisateur NOT = 93 AND
                cr_futilisateur NOT = 94)
               OR w_lock_essais > 3
               OPEN I-O futilisateur
               IF cr_futilisateur = 93 OR
                  cr_futilisateur = 94 THEN
                   ADD 1 TO w_lock_essais
                   PERFORM SIGNALER_OCCUPATION
               END-IF
           END-PERFORM

           IF cr_futilisateur = 93 OR cr_futilisateur = 94 THEN
               MOVE "COMPTE INDISPONIBLE" TO w_acq_motif
               PERFORM ECRIRE_ANOMALIE_ACQUEREUR
           ELSE
               MOVE w_lc_tel TO fu_telephone
               READ futilisateur KEY IS fu_telephone
               INVALID KEY
                   MOVE "COMPTE SUPPRIME" TO w_acq_motif
                   PERFORM ECRIRE_ANOMALIE_ACQUEREUR
               NOT INVALID KEY
                   IF fu_solde < w_lc_montant THEN
                       COMPUTE w_lc_dette = w_lc_montant - fu_solde
                       MOVE 0 TO fu_solde
                   ELSE
                       SUBTRACT w_lc_montant FROM fu_solde
                   END-IF
                   MOVE fu_status TO w_ancien_statut
                   IF fu_status = 1 OR fu_status = 2 THEN
                       MOVE 5 TO fu_status
                   END-IF
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   IF fu_status NOT = w_ancien_statut THEN
                       MOVE SPACE TO w_motif_statut
                       STRING "LITIGE " w_lc_dossier
                           DELIMITED BY SIZE INTO w_motif_statut
                       MOVE wu_telephone TO w_tel_sauve
                       MOVE w_lc_tel TO wu_telephone
                       PERFORM JOURNALISER_STATUT
                       MOVE w_tel_sauve TO wu_telephone
                   END-IF
                   MOVE 1 TO w_lc_ok
               END-READ
               CLOSE futilisateur
           END-IF

           IF w_lc_ok = 1 THEN
               IF w_lc_dette > 0 THEN
                   OPEN I-O fdette
                   MOVE w_lc_tel TO fde_telephone
                   READ fdette
                   INVALID KEY
                       MOVE w_lc_dette TO fde_montant
                       MOVE w_acq_jour TO fde_date
                       WRITE tamp_fdette
                   NOT INVALID KEY
                       ADD w_lc_dette TO fde_montant
                       MOVE w_acq_jour TO fde_date
                       REWRITE tamp_fdette
                   END-READ
                   CLOSE fdette
               END-IF

               MOVE w_lc_tel TO w_trans_telephone
               MOVE "K" TO w_trans_type
               MOVE w_lc_montant TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               MOVE w_lc_num TO flc_num
               MOVE w_lc_dossier TO flc_dossier
               MOVE w_lc_tel TO flc_telephone
               MOVE w_acq_ref TO flc_ref
               MOVE w_lc_trans TO flc_transaction
               MOVE w_lc_montant TO flc_montant
               MOVE w_lc_dette TO flc_dette
               MOVE w_acq_jour TO flc_date
               MOVE "R" TO flc_statut
               MOVE w_acq_jour TO flc_maj
               OPEN I-O flitige
               WRITE tamp_flitige
               INVALID KEY
                   DISPLAY "Litige " w_lc_dossier " non enregistre."
               END-WRITE
               CLOSE flitige
               ADD 1 TO w_lc_nb

               MOVE w_lc_montant TO w_aff_montant
               MOVE w_lc_dette TO w_aff_montant2
               MOVE SPACE TO w_sp_texte
               STRING "LITIGE " w_lc_dossier " RECHARGE " w_acq_ref
                   " TEL " w_lc_tel " ANNULE " w_aff_montant
                   " DONT DETTE " w_aff_montant2
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL

               MOVE w_lc_tel TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "RECHARGE " w_acq_ref " CONTESTEE : "
                   w_aff_montant " EUR REPRIS, COMPTE EN ATTENTE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "LITIGECONT" TO w_mdl_type
               MOVE w_acq_ref TO w_mdl_ref
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> registre des litiges carte pour la finance
       GERER_LITIGES_CARTE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ LITIGES CARTE ------"
               DISPLAY "1.   INTEGRER LE FICHIER DES LITIGES"
               DISPLAY "2.   CONSULTER LE REGISTRE"
               DISPLAY "3.   METTRE A JOUR UN LITIGE"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM INTEGRER_LITIGES_CARTE_CORPS
           WHEN 2
               PERFORM LISTER_LITIGES_CARTE
           WHEN 3
               PERFORM METTRE_A_JOUR_LITIGE
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_LITIGES_CARTE.
           DISPLAY "Statut a lister (R recu, C conteste, P perdu,"
           DISPLAY "G gagne, vide pour tous)."
           MOVE SPACE TO w_lc_statut
           ACCEPT w_lc_statut
           MOVE 0 TO w_lc_nb
           OPEN INPUT flitige
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ flitige NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF w_lc_statut = SPACE OR
                      flc_statut = w_lc_statut THEN
                       ADD 1 TO w_lc_nb
                       MOVE flc_montant TO w_aff_montant
                       MOVE flc_dette TO w_aff_montant2
                       DISPLAY flc_num " " flc_dossier " TEL "
                           flc_telephone " " w_aff_montant " EUR"
                       DISPLAY "   recharge " flc_ref " mouvement "
                           flc_transaction " dette " w_aff_montant2
                       DISPLAY "   recu le " flc_date " statut "
                           flc_statut " au " flc_maj
                   END-IF
           END-PERFORM
           CLOSE flitige
           IF w_lc_nb = 0 THEN
               DISPLAY "Aucun litige."
           END-IF
           ACCEPT w_test.

       *> suivi du litige : conteste, perdu ou gagne. Un litige
       *> gagne recredite le compte (dette d'abord) et leve la mise
       *> en attente s'il ne reste ni dette ni autre litige ouvert
       METTRE_A_JOUR_LITIGE.
           DISPLAY "Numero du litige."
           ACCEPT w_lc_num
           MOVE 0 TO w_lc_ok
           OPEN I-O flitige
           MOVE w_lc_num TO flc_num
           READ flitige
           INVALID KEY
               DISPLAY "Litige inconnu."
           NOT INVALID KEY
               IF flc_statut = "P" OR flc_statut = "G" THEN
                   DISPLAY "Litige deja clos (" flc_statut ")."
               ELSE
                   MOVE flc_montant TO w_aff_montant
                   DISPLAY "Litige " flc_dossier " - " w_aff_montant
                       " EUR - statut " flc_statut
                   MOVE SPACE TO w_lc_statut
                   PERFORM WITH TEST AFTER UNTIL w_lc_statut = "C"
                       OR w_lc_statut = "P" OR w_lc_statut = "G"
                       DISPLAY "Nouveau statut (C conteste, P perdu,"
                       DISPLAY "G gagne)."
                       ACCEPT w_lc_statut
                   END-PERFORM
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE w_lc_statut TO flc_statut
                   COMPUTE flc_maj = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                   REWRITE tamp_flitige
                   MOVE flc_telephone TO w_lc_tel
                   MOVE flc_montant TO w_lc_montant
                   MOVE flc_dossier TO w_lc_dossier
                   MOVE 1 TO w_lc_ok
               END-IF
           END-READ
           CLOSE flitige

           IF w_lc_ok = 1 THEN
               MOVE SPACE TO w_audit_action
               STRING "LITIGE CARTE " w_lc_statut
                   DELIMITED BY SIZE INTO w_audit_action
               MOVE w_lc_dossier TO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               EVALUATE w_lc_statut
               WHEN "C"
                   DISPLAY "Litige conteste aupres de l'acquereur."
               WHEN "P"
                   MOVE w_lc_tel TO w_notif_telephone
                   MOVE SPACE TO w_notif_message
                   STRING "LITIGE CARTE " w_lc_dossier
                       " CLOS : ANNULATION MAINTENUE"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "LITIGEPERD" TO w_mdl_type
                   MOVE w_lc_dossier TO w_mdl_libre
                   PERFORM ENVOYER_NOTIFICATION
                   DISPLAY "Litige perdu, annulation maintenue."
               WHEN "G"
                   PERFORM RECREDITER_LITIGE
               END-EVALUATE
           END-IF
           ACCEPT w_test.

       *> litige gagne : le montant repris est rendu, d'abord sur la
       *> dette du compte puis sur le solde (mouvement "L")
       RECREDITER_LITIGE.
           MOVE 0 TO w_det_impute
           OPEN I-O fdette
           MOVE w_lc_tel TO fde_telephone
           READ fdette
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF fde_montant > w_lc_montant THEN
                   MOVE w_lc_montant TO w_det_impute
               ELSE
                   MOVE fde_montant TO w_det_impute
               END-IF
               SUBTRACT w_det_impute FROM fde_montant
               IF fde_montant = 0 THEN
                   DELETE fdette RECORD
               ELSE
                   MOVE flc_maj TO fde_date
                   REWRITE tamp_fdette
               END-IF
           END-READ
           CLOSE fdette

           *> litiges encore ouverts sur ce compte
           MOVE 0 TO w_lc_ouverts
           OPEN INPUT flitige
           MOVE w_lc_tel TO flc_telephone
           START flitige KEY IS = flc_telephone
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flitige NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF flc_telephone NOT = w_lc_tel THEN
                           MOVE 0 TO w_fin
                       ELSE
                           IF flc_statut = "R" OR flc_statut = "C"
                              THEN
                               ADD 1 TO w_lc_ouverts
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE flitige

           MOVE w_lc_tel TO w_det_tel
           PERFORM LIRE_DETTE

           OPEN I-O futilisateur
           MOVE w_lc_tel TO fu_telephone
           READ futilisateur
           INVALID KEY
               DISPLAY "Compte introuvable, recredit impossible."
           NOT INVALID KEY
               COMPUTE fu_solde = fu_solde + w_lc_montant
                   - w_det_impute
               MOVE fu_status TO w_ancien_statut
               IF fu_status = 5 AND w_lc_ouverts = 0 AND
                  w_det_montant = 0 THEN
                   MOVE 1 TO fu_status
               END-IF
               REWRITE tamp_futilisateur
               MOVE "M" TO w_jrn_op
               PERFORM IMAGE_UTILISATEUR
               IF fu_status NOT = w_ancien_statut THEN
                   MOVE "LITIGE CARTE GAGNE" TO w_motif_statut
                   MOVE wu_telephone TO w_tel_sauve
                   MOVE w_lc_tel TO wu_telephone
                   PERFORM JOURNALISER_STATUT
                   MOVE w_tel_sauve TO wu_telephone
               END-IF

               MOVE w_lc_tel TO w_trans_telephone
               MOVE "L" TO w_trans_type
               MOVE w_lc_montant TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               MOVE w_lc_montant TO w_aff_montant
               MOVE w_lc_tel TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "LITIGE CARTE " w_lc_dossier " GAGNE : "
                   w_aff_montant " EUR RECREDITES"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "LITIGEGAGN" TO w_mdl_type
               MOVE w_lc_dossier TO w_mdl_libre
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION
               DISPLAY "Litige gagne, compte recredite de "
                   w_aff_montant " EUR."
           END-READ
           CLOSE futilisateur.

       *> compte rendu du portail bancaire sur les virements de
       *> versement : chaque demande transmise ("A") passe executee
       *> ("X") ou retournee ("T"). Un retour recredite le solde
       *> (mouvement "Q"), rend l'IBAN inutilisable jusqu'a sa
       *> correction et previent le conducteur avec le motif de la
       *> banque ; toute autre ligne part en anomalie a la bobine
       TRAITER_RETOURS_VIREMENT.
           PERFORM TRAITER_RETOURS_VIREMENT_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       TRAITER_RETOURS_VIREMENT_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_vrt_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_vrt_exec
           MOVE 0 TO w_vrt_retour
           MOVE 0 TO w_acq_exc

           MOVE "RETOURVIR" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "RETOURS BANCAIRES SUR VIREMENTS DU " w_vrt_jour
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           OPEN INPUT fvirretour
           IF cr_fvirretour NOT = 00 THEN
               DISPLAY "Aucun retour bancaire a traiter."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvirretour
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_fvirretour NOT = SPACE THEN
                           PERFORM TRAITER_UN_RETOUR_VIREMENT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fvirretour

               *> un compte rendu traite ne doit pas etre rejoue
               OPEN OUTPUT fvirretour
               CLOSE fvirretour
           END-IF

           MOVE SPACE TO w_sp_texte
           STRING "EXECUTES : " w_vrt_exec "  RETOURNES : "
               w_vrt_retour "  ANOMALIES : " w_acq_exc
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           PERFORM CLORE_GENERATION_SPOOL

           DISPLAY "Virements : " w_vrt_exec " execute(s), "
               w_vrt_retour " retourne(s)."
           ADD w_vrt_exec w_vrt_retour w_acq_exc GIVING w_ctl_lus
           ADD w_vrt_exec w_vrt_retour GIVING w_ctl_ecrits
           MOVE w_acq_exc TO w_ctl_rejets
           MOVE "RETOURNES" TO w_ctl_rubrique
           MOVE w_vrt_retour TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           IF w_acq_exc > 0 THEN
               DISPLAY w_acq_exc " ligne(s) de retour en anomalie."
               MOVE 4 TO w_job_rc
           END-IF.

       TRAITER_UN_RETOUR_VIREMENT.
           MOVE 0 TO w_vrt_ok
           MOVE SPACE TO w_acq_motif
           IF fvr_num IS NOT NUMERIC OR
              (fvr_statut NOT = "E" AND fvr_statut NOT = "R") THEN
               MOVE "LIGNE ILLISIBLE" TO w_acq_motif
           ELSE
               OPEN I-O fpayout
               MOVE fvr_num TO fpay_num
               READ fpayout
               INVALID KEY
                   MOVE "DEMANDE INCONNUE" TO w_acq_motif
               NOT INVALID KEY
                   IF fpay_statut NOT = "A" THEN
                       STRING "DEMANDE AU STATUT " fpay_statut
                           DELIMITED BY SIZE INTO w_acq_motif
                   ELSE
                       IF fvr_statut = "E" THEN
                           MOVE "X" TO fpay_statut
                           REWRITE tamp_fpayout
                           ADD 1 TO w_vrt_exec
                       ELSE
                           MOVE "T" TO fpay_statut
                           REWRITE tamp_fpayout
                           MOVE 1 TO w_vrt_ok
                       END-IF
                   END-IF
               END-READ
               CLOSE fpayout
           END-IF

           IF w_acq_motif NOT = SPACE THEN
               ADD 1 TO w_acq_exc
               MOVE SPACE TO w_sp_texte
               STRING "ANOMALIE : " tamp_fvirretour(1:19) " : "
                   w_acq_motif
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF

           IF w_acq_motif = SPACE AND fvr_statut = "E" THEN
               PERFORM FINALISER_CLOTURE_COMPTE
           END-IF

           IF w_vrt_ok = 1 THEN
               PERFORM RECREDITER_VIREMENT_RETOURNE
               PERFORM ROUVRIR_COMPTE_CLOTURE
           END-IF.

       *> virement execute (fpayout courant) : s'il s'agit du
       *> versement de cloture d'un compte, le compte est supprime
       *> s'il ne lui reste rien ; un solde arrive depuis
       *> l'approbation part en nouveau versement de cloture et le
       *> compte reste au statut 6
       FINALISER_CLOTURE_COMPTE.
           MOVE 0 TO w_cpt_cloture
           OPEN I-O fcloturecpt
           MOVE fpay_telephone TO fcpt_telephone
           READ fcloturecpt
           NOT INVALID KEY
               IF fcpt_statut = "E" AND
                  fcpt_versement = fpay_num THEN
                   MOVE 1 TO w_cpt_cloture
               END-IF
           END-READ

           IF w_cpt_cloture = 1 THEN
               OPEN I-O futilisateur
               MOVE fpay_telephone TO fu_telephone
               READ futilisateur
               NOT INVALID KEY
                   IF fu_solde = 0 AND fu_solde_bloque = 0 THEN
                       MOVE "S" TO w_jrn_op
                       PERFORM IMAGE_UTILISATEUR
                       DELETE futilisateur RECORD
                   ELSE
                       MOVE 2 TO w_cpt_cloture
                       MOVE 0 TO w_cpt_solde
                       IF fu_solde > fu_solde_bloque THEN
                           COMPUTE w_cpt_solde =
                               fu_solde - fu_solde_bloque
                       END-IF
                   END-IF
               END-READ
               CLOSE futilisateur
           END-IF

           IF w_cpt_cloture = 1 THEN
               MOVE "S" TO fcpt_statut
               MOVE w_vrt_jour TO fcpt_date_fin
               REWRITE tamp_fcloturecpt
           END-IF
           IF w_cpt_cloture = 2 THEN
               PERFORM RELANCER_VERSEMENT_CLOTURE
           END-IF
           CLOSE fcloturecpt

           IF w_cpt_cloture = 1 THEN
               MOVE "COMPTE CLOTURE" TO w_audit_action
               MOVE fpay_telephone TO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               MOVE SPACE TO w_sp_texte
               STRING "CLOTURE : DEMANDE " fpay_num " TEL "
                   fpay_telephone " COMPTE SUPPRIME"
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF.

       *> compte en cloture credite apres l'approbation du versement
       *> (fiche fcloturecpt courante, ouverte en I-O) : le solde
       *> disponible w_cpt_solde part en nouveau versement de
       *> cloture, a approuver comme le premier ; un solde encore
       *> bloque garde la cloture en attente sans versement
       RELANCER_VERSEMENT_CLOTURE.
           MOVE 0 TO w_code_code
           IF w_cpt_solde > 0 THEN
               MOVE "V" TO w_type_code
               PERFORM GENERER_CODE
           END-IF

           IF w_code_code NOT = 0 THEN
               MOVE w_code_code TO fpay_num
               MOVE fcpt_telephone TO fpay_telephone
               MOVE w_cpt_solde TO fpay_montant
               MOVE w_vrt_jour(1:4) TO fpay_annee
               MOVE w_vrt_jour(5:2) TO fpay_mois
               MOVE w_vrt_jour(7:2) TO fpay_jour
               MOVE "E" TO fpay_statut
               OPEN I-O fpayout
               WRITE tamp_fpayout
               INVALID KEY
                   MOVE 0 TO w_code_code
               END-WRITE
               CLOSE fpayout
           END-IF

           MOVE w_code_code TO fcpt_versement
           IF w_code_code NOT = 0 THEN
               MOVE w_cpt_solde TO fcpt_montant
           END-IF
           REWRITE tamp_fcloturecpt

           MOVE SPACE TO w_sp_texte
           IF w_code_code NOT = 0 THEN
               MOVE w_cpt_solde TO w_aff_montant
               STRING "CLOTURE : TEL " fcpt_telephone " SOLDE RESTANT "
                   w_aff_montant " EUR, NOUVEAU VERSEMENT " w_code_code
                   DELIMITED BY SIZE INTO w_sp_texte
           ELSE
               STRING "CLOTURE : TEL " fcpt_telephone
                   " SOLDE RESTANT NON VERSE, COMPTE MAINTENU EN"
                   " CLOTURE" DELIMITED BY SIZE INTO w_sp_texte
           END-IF
           PERFORM DEPOSER_SPOOL.

       *> versement de cloture retourne : le solde vient d'etre
       *> recredite, le compte redevient actif pour que l'utilisateur
       *> corrige son IBAN et relance la fermeture
       ROUVRIR_COMPTE_CLOTURE.
           MOVE "CLOTURE RETOURNEE" TO w_motif_statut
           PERFORM REPRENDRE_COMPTE_CLOTURE
           IF w_cpt_cloture = 1 THEN
               MOVE fpay_telephone TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "CLOTURE SUSPENDUE : CORRIGEZ VOTRE IBAN PUIS"
                   " RELANCEZ LA FERMETURE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "CLOTIBAN" TO w_mdl_type
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> la demande fpayout courante est le versement de cloture en
       *> cours : la cloture passe "R" au jour w_vrt_jour et le
       *> compte redevient actif (motif w_motif_statut fourni par
       *> l'appelant) ; w_cpt_cloture = 1 si le compte a ete repris
       REPRENDRE_COMPTE_CLOTURE.
           MOVE 0 TO w_cpt_cloture
           OPEN I-O fcloturecpt
           MOVE fpay_telephone TO fcpt_telephone
           READ fcloturecpt
           NOT INVALID KEY
               IF fcpt_statut = "E" AND
                  fcpt_versement = fpay_num THEN
                   MOVE 1 TO w_cpt_cloture
                   MOVE "R" TO fcpt_statut
                   MOVE w_vrt_jour TO fcpt_date_fin
                   REWRITE tamp_fcloturecpt
               END-IF
           END-READ
           CLOSE fcloturecpt

           IF w_cpt_cloture = 1 THEN
               OPEN I-O futilisateur
               MOVE fpay_telephone TO fu_telephone
               READ futilisateur
               NOT INVALID KEY
                   IF fu_status = 6 THEN
                       MOVE fu_status TO w_ancien_statut
                       MOVE 1 TO fu_status
                       REWRITE tamp_futilisateur
                       MOVE "M" TO w_jrn_op
                       PERFORM IMAGE_UTILISATEUR
                       MOVE wu_telephone TO w_tel_sauve
                       MOVE fpay_telephone TO wu_telephone
                       PERFORM JOURNALISER_STATUT
                       MOVE w_tel_sauve TO wu_telephone
                   END-IF
               END-READ
               CLOSE futilisateur
           END-IF.

       *> virement retourne (fpayout courant) : recredit du solde,
       *> IBAN rejete, trace du retour et avis au conducteur
       RECREDITER_VIREMENT_RETOURNE.
           ADD 1 TO w_vrt_retour
           MOVE 0 TO w_vrt_credite
           MOVE 0 TO w_lock_essais
           PERFORM WITH TEST AFTER UNTIL
               (cr_futilisateur NOT = 93 AND
                cr_futilisateur NOT = 94)
               OR w_lock_essais > 3
               OPEN I-O futilisateur
               IF cr_futilisateur = 93 OR
                  cr_futilisateur = 94 THEN
                   ADD 1 TO w_lock_essais
                   PERFORM SIGNALER_OCCUPATION
               END-IF
           END-PERFORM

           *> compte indisponible ou supprime : le retour est trace
           *> sans recredit et part en anomalie pour la finance
           IF cr_futilisateur = 93 OR cr_futilisateur = 94 THEN
               MOVE "COMPTE INDISPONIBLE" TO w_acq_motif
           ELSE
               MOVE fpay_telephone TO fu_telephone
               READ futilisateur KEY IS fu_telephone
               INVALID KEY
                   MOVE "CONDUCTEUR INTROUVABLE" TO w_acq_motif
               NOT INVALID KEY
                   ADD fpay_montant TO fu_solde
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   MOVE 1 TO w_vrt_credite

                   MOVE fpay_telephone TO w_trans_telephone
                   MOVE "Q" TO w_trans_type
                   MOVE fpay_montant TO w_trans_montant
                   PERFORM ENREGISTRER_TRANSACTION
               END-READ
               CLOSE futilisateur
           END-IF

           IF w_vrt_credite = 0 THEN
               SUBTRACT 1 FROM w_vrt_retour
               ADD 1 TO w_acq_exc
               MOVE SPACE TO w_sp_texte
               STRING "ANOMALIE : RETOUR " fpay_num " TEL "
                   fpay_telephone " NON RECREDITE : " w_acq_motif
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF

           OPEN I-O fbanque
           MOVE fpay_telephone TO fbq_telephone
           READ fbanque
           NOT INVALID KEY
               MOVE "I" TO fbq_statut
               REWRITE tamp_fbanque
           END-READ
           CLOSE fbanque

           OPEN I-O fretourvir
           MOVE fpay_num TO frv_num
           MOVE fpay_telephone TO frv_telephone
           MOVE fpay_montant TO frv_montant
           MOVE fvr_motif TO frv_motif
           MOVE w_vrt_jour TO frv_date
           MOVE "O" TO frv_statut
           WRITE tamp_fretourvir
           INVALID KEY
               REWRITE tamp_fretourvir
           END-WRITE
           CLOSE fretourvir

           MOVE fpay_montant TO w_aff_montant
           MOVE SPACE TO w_sp_texte
           STRING "RETOUR : DEMANDE " fpay_num " TEL " fpay_telephone
               " " w_aff_montant " EUR MOTIF " fvr_motif
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           IF w_vrt_credite = 1 THEN
               MOVE fpay_telephone TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "VIREMENT " fpay_num " RETOURNE (" fvr_motif
                   ") RECREDITE, IBAN A REVOIR"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "VIRRETOUR" TO w_mdl_type
               MOVE fpay_num TO w_mdl_ref
               MOVE fvr_motif TO w_mdl_libre
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> IBAN corrige par le conducteur wu_telephone : ses retours de
       *> virement ne sont plus en suspens
       SOLDER_RETOURS_VIREMENT.
           OPEN I-O fretourvir
           MOVE wu_telephone TO frv_telephone
           START fretourvir KEY IS = frv_telephone
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fretourvir NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF frv_telephone NOT = wu_telephone THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF frv_statut = "O" THEN
                               MOVE "S" TO frv_statut
                               REWRITE tamp_fretourvir
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fretourvir.

       *> recharge automatique : si le compte w_mdt_telephone a un
       *> mandat actif et que son solde disponible w_mdt_solde est
       *> passe sous le seuil, une demande de prelevement est creee ;
       *> w_mdt_ok vaut 1 si une demande a ete creee
       VERIFIER_MANDAT_RECHARGE.
           MOVE 0 TO w_mdt_ok
           OPEN I-O fmandat
           MOVE w_mdt_telephone TO fmd_telephone
           READ fmandat
           NOT INVALID KEY
               PERFORM CREER_DEMANDE_PRELEVEMENT
           END-READ
           CLOSE fmandat.

       *> mandat fmandat courant (ouvert en I-O par l'appelant) : une
       *> seule demande a la fois, et pas au-dela du plafond du mois.
       *> Les numeros de demande suivent la sequence des recharges
       CREER_DEMANDE_PRELEVEMENT.
           MOVE 0 TO w_mdt_ok
           IF fmd_statut = "A" AND fmd_encours = 0 AND
              w_mdt_solde < fmd_seuil THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE w_mdt_periode = WS-CURRENT-YEAR * 100
                   + WS-CURRENT-MONTH
               IF fmd_periode NOT = w_mdt_periode THEN
                   MOVE w_mdt_periode TO fmd_periode
                   MOVE 0 TO fmd_cumul
               END-IF

               IF fmd_cumul + fmd_montant > fmd_plafond THEN
                   REWRITE tamp_fmandat
               ELSE
                   MOVE "4" TO w_type_code
                   PERFORM GENERER_CODE
                   IF w_code_code NOT = 0 THEN
                       MOVE w_code_code TO fprl_num
                       MOVE fmd_telephone TO fprl_telephone
                       MOVE fmd_montant TO fprl_montant
                       COMPUTE fprl_date = WS-CURRENT-YEAR * 10000
                           + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                       MOVE "P" TO fprl_statut
                       MOVE SPACE TO fprl_motif
                       MOVE 0 TO fprl_traite
                       OPEN I-O fprelev
                       WRITE tamp_fprelev
                       INVALID KEY
                           MOVE 0 TO w_code_code
                       END-WRITE
                       CLOSE fprelev
                   END-IF

                   IF w_code_code NOT = 0 THEN
                       MOVE fprl_num TO fmd_encours
                       ADD fmd_montant TO fmd_cumul
                       REWRITE tamp_fmandat
                       MOVE 1 TO w_mdt_ok

                       MOVE fmd_telephone TO w_notif_telephone
                       MOVE SPACE TO w_notif_message
                       MOVE fmd_montant TO w_aff_montant
                       STRING "RECHARGE AUTOMATIQUE " fprl_num " DE "
                           w_aff_montant " EUR DEMANDEE"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "PRELDEMAND" TO w_mdl_type
                       MOVE fprl_num TO w_mdl_ref
                       MOVE w_aff_montant TO w_mdl_montant
                       PERFORM DEPOSER_NOTIFICATION
                   END-IF
               END-IF
           END-IF.

       *> solde disponible dans w_mdt_solde du titulaire du mandat
       *> courant ; un compte absent ou qui n'est pas actif n'est
       *> jamais preleve
       SOLDE_DISPONIBLE_MANDAT.
           MOVE 999999999 TO w_mdt_solde
           OPEN INPUT futilisateur
           MOVE fmd_telephone TO fu_telephone
           READ futilisateur
           NOT INVALID KEY
               IF fu_status = 1 THEN
                   COMPUTE w_mdt_solde = fu_solde - fu_solde_bloque
               END-IF
           END-READ
           CLOSE futilisateur.

       *> recharge automatique, passage de nuit : les mandats actifs
       *> dont le solde disponible est sous le seuil recoivent une
       *> demande, puis toutes les demandes a transmettre ("P")
       *> partent en ordres de prelevement vers la banque ("E") ; le
       *> solde n'est credite qu'au compte rendu d'execution de la
       *> banque (TRAITER_RETOURS_PRELEVEMENT)
       PRELEVER_MANDATS.
           PERFORM PRELEVER_MANDATS_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       PRELEVER_MANDATS_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_prl_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_prl_emis
           MOVE 0 TO w_prl_rejet

           MOVE "PRELEVEMENT" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "ORDRES DE PRELEVEMENT DU " w_prl_jour
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           OPEN I-O fmandat
           MOVE 1 TO w_mdt_fin
           PERFORM WITH TEST AFTER UNTIL w_mdt_fin = 0
               READ fmandat NEXT
               AT END MOVE 0 TO w_mdt_fin
               NOT AT END
                   IF fmd_statut = "A" AND fmd_encours = 0 THEN
                       PERFORM SOLDE_DISPONIBLE_MANDAT
                       PERFORM CREER_DEMANDE_PRELEVEMENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmandat

           *> en formation, aucun ordre ne part a la banque
           IF w_mode_formation = 1 THEN
               DISPLAY "(formation) ordres de prelevement non emis."
           ELSE
               OPEN EXTEND fprelbanque
               IF cr_fprelbanque = 35 THEN
                   OPEN OUTPUT fprelbanque
               END-IF
           END-IF

           OPEN I-O fprelev
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fprelev NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fprl_statut = "P" THEN
                       PERFORM EMETTRE_PRELEVEMENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fprelev

           IF w_mode_formation = 0 THEN
               CLOSE fprelbanque
           END-IF

           MOVE SPACE TO w_sp_texte
           STRING "EMIS : " w_prl_emis "  SANS IBAN CONFIRME : "
               w_prl_rejet
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           PERFORM CLORE_GENERATION_SPOOL

           DISPLAY "Prelevements : " w_prl_emis " ordre(s) emis, "
               w_prl_rejet " sans IBAN confirme."
           ADD w_prl_emis w_prl_rejet GIVING w_ctl_lus
           MOVE w_prl_emis TO w_ctl_ecrits
           MOVE w_prl_rejet TO w_ctl_rejets
           IF w_prl_rejet > 0 THEN
               MOVE 4 TO w_job_rc
           END-IF.

       *> demande fprelev courante : l'ordre part avec l'IBAN et le
       *> titulaire du registre bancaire ; des coordonnees retirees
       *> ou rejetees depuis le mandat valent un rejet
       EMETTRE_PRELEVEMENT.
           MOVE 0 TO w_bq_ok
           OPEN INPUT fbanque
           MOVE fprl_telephone TO fbq_telephone
           READ fbanque
           NOT INVALID KEY
               IF fbq_statut = "C" THEN
                   MOVE 1 TO w_bq_ok
               END-IF
           END-READ
           CLOSE fbanque

           MOVE fprl_montant TO w_aff_montant
           IF w_bq_ok = 0 THEN
               MOVE "T" TO fprl_statut
               MOVE "IBAN" TO fprl_motif
               MOVE w_prl_jour TO fprl_traite
               REWRITE tamp_fprelev
               ADD 1 TO w_prl_rejet
               MOVE SPACE TO w_sp_texte
               STRING "SANS IBAN : DEMANDE " fprl_num " TEL "
                   fprl_telephone " " w_aff_montant " EUR"
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
               PERFORM ECHEC_MANDAT_RECHARGE
           ELSE
               IF w_mode_formation = 0 THEN
                   MOVE 0 TO w_prl_ref_date
                   OPEN INPUT fmandat
                   MOVE fprl_telephone TO fmd_telephone
                   READ fmandat
                   NOT INVALID KEY
                       MOVE fmd_date_signature TO w_prl_ref_date
                   END-READ
                   CLOSE fmandat
                   MOVE w_prl_jour TO w_prl_date
                   MOVE fprl_num TO w_prl_num
                   MOVE fprl_telephone TO w_prl_tel
                   MOVE fbq_iban TO w_prl_iban
                   MOVE fbq_titulaire TO w_prl_titulaire
                   MOVE fprl_montant TO w_prl_montant
                   MOVE fprl_telephone TO w_prl_ref_tel
                   MOVE SPACE TO tamp_fprelbanque
                   MOVE w_prl_ligne TO tamp_fprelbanque
                   WRITE tamp_fprelbanque
               END-IF
               MOVE "E" TO fprl_statut
               REWRITE tamp_fprelev
               ADD 1 TO w_prl_emis
               MOVE SPACE TO w_sp_texte
               STRING "ORDRE : DEMANDE " fprl_num " TEL "
                   fprl_telephone " " w_aff_montant " EUR"
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF.

       *> demande fprelev courante rejetee : elle ne compte plus dans
       *> le plafond du mois, le mandat est libere et, apres
       *> MANDAT-ECHECS-MAX rejets de suite, suspendu ; le titulaire
       *> est prevenu dans les deux cas
       ECHEC_MANDAT_RECHARGE.
           MOVE 0 TO w_prl_ok
           OPEN I-O fmandat
           MOVE fprl_telephone TO fmd_telephone
           READ fmandat
           NOT INVALID KEY
               IF fmd_encours = fprl_num THEN
                   MOVE 0 TO fmd_encours
                   IF fmd_cumul >= fprl_montant THEN
                       SUBTRACT fprl_montant FROM fmd_cumul
                   ELSE
                       MOVE 0 TO fmd_cumul
                   END-IF
               END-IF
               IF fmd_echecs < 9 THEN
                   ADD 1 TO fmd_echecs
               END-IF
               IF fmd_echecs >= w_mdt_echecs_max AND
                  fmd_statut = "A" THEN
                   MOVE "S" TO fmd_statut
                   MOVE 1 TO w_prl_ok
               END-IF
               REWRITE tamp_fmandat
           END-READ
           CLOSE fmandat

           MOVE fprl_telephone TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           IF w_prl_ok = 1 THEN
               STRING "RECHARGE AUTO " fprl_num " REJETEE : MANDAT"
                   " SUSPENDU, VOIR PROFIL"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "PRELSUSP" TO w_mdl_type
               MOVE SPACE TO w_sp_texte
               STRING "MANDAT SUSPENDU : TEL " fprl_telephone
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
           ELSE
               STRING "RECHARGE AUTO " fprl_num " REJETEE PAR LA"
                   " BANQUE (" fprl_motif ")"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "PRELREJET" TO w_mdl_type
               MOVE fprl_motif TO w_mdl_libre
           END-IF
           MOVE fprl_num TO w_mdl_ref
           PERFORM ENVOYER_NOTIFICATION.

       *> compte rendu du portail bancaire sur les prelevements :
       *> chaque demande transmise ("E") passe executee ("X", le
       *> solde est credite, mouvement "A") ou rejetee ("T") ; toute
       *> autre ligne part en anomalie a la bobine
       TRAITER_RETOURS_PRELEVEMENT.
           PERFORM TRAITER_RETOURS_PRELEVEMENT_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       TRAITER_RETOURS_PRELEVEMENT_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_prl_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_prl_exec
           MOVE 0 TO w_prl_rejet
           MOVE 0 TO w_acq_exc

           MOVE "RETOURPRL" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "RETOURS BANCAIRES SUR PRELEVEMENTS DU " w_prl_jour
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           OPEN INPUT fprelretour
           IF cr_fprelretour NOT = 00 THEN
               DISPLAY "Aucun retour bancaire a traiter."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprelretour
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_fprelretour NOT = SPACE THEN
                           PERFORM TRAITER_UN_RETOUR_PRELEVEMENT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fprelretour

               *> un compte rendu traite ne doit pas etre rejoue
               OPEN OUTPUT fprelretour
               CLOSE fprelretour
           END-IF

           MOVE SPACE TO w_sp_texte
           STRING "EXECUTES : " w_prl_exec "  REJETES : "
               w_prl_rejet "  ANOMALIES : " w_acq_exc
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           PERFORM CLORE_GENERATION_SPOOL

           DISPLAY "Prelevements : " w_prl_exec " execute(s), "
               w_prl_rejet " rejete(s)."
           ADD w_prl_exec w_prl_rejet w_acq_exc GIVING w_ctl_lus
           ADD w_prl_exec w_prl_rejet GIVING w_ctl_ecrits
           MOVE w_acq_exc TO w_ctl_rejets
           MOVE "REJETES" TO w_ctl_rubrique
           MOVE w_prl_rejet TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           IF w_acq_exc > 0 THEN
               DISPLAY w_acq_exc " ligne(s) de retour en anomalie."
               MOVE 4 TO w_job_rc
           END-IF.

       TRAITER_UN_RETOUR_PRELEVEMENT.
           MOVE 0 TO w_prl_ok
           MOVE SPACE TO w_acq_motif
           IF fprr_num IS NOT NUMERIC OR
              (fprr_statut NOT = "E" AND fprr_statut NOT = "R") THEN
               MOVE "LIGNE ILLISIBLE" TO w_acq_motif
           ELSE
               OPEN I-O fprelev
               MOVE fprr_num TO fprl_num
               READ fprelev
               INVALID KEY
                   MOVE "DEMANDE INCONNUE" TO w_acq_motif
               NOT INVALID KEY
                   IF fprl_statut NOT = "E" THEN
                       STRING "DEMANDE AU STATUT " fprl_statut
                           DELIMITED BY SIZE INTO w_acq_motif
                   ELSE
                       MOVE w_prl_jour TO fprl_traite
                       IF fprr_statut = "E" THEN
                           MOVE "X" TO fprl_statut
                           MOVE 1 TO w_prl_ok
                       ELSE
                           MOVE "T" TO fprl_statut
                           MOVE fprr_motif TO fprl_motif
                           MOVE 2 TO w_prl_ok
                       END-IF
                       REWRITE tamp_fprelev
                   END-IF
               END-READ
               CLOSE fprelev
           END-IF

           IF w_acq_motif NOT = SPACE THEN
               ADD 1 TO w_acq_exc
               MOVE SPACE TO w_sp_texte
               STRING "ANOMALIE : " tamp_fprelretour(1:19) " : "
                   w_acq_motif
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF

           MOVE fprl_montant TO w_aff_montant
           IF w_prl_ok = 1 THEN
               PERFORM CREDITER_PRELEVEMENT
           END-IF
           IF w_prl_ok = 2 THEN
               ADD 1 TO w_prl_rejet
               MOVE SPACE TO w_sp_texte
               STRING "REJET : DEMANDE " fprl_num " TEL "
                   fprl_telephone " " w_aff_montant " EUR MOTIF "
                   fprl_motif
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM DEPOSER_SPOOL
               PERFORM ECHEC_MANDAT_RECHARGE
           END-IF.

       *> prelevement execute (fprelev courant) : credit du solde,
       *> mouvement "A", mandat libere et compteur de rejets remis a
       *> zero, avis au titulaire
       CREDITER_PRELEVEMENT.
           ADD 1 TO w_prl_exec
           OPEN I-O futilisateur
           MOVE fprl_telephone TO fu_telephone
           READ futilisateur KEY IS fu_telephone
           INVALID KEY
               DISPLAY "COMPTE INTROUVABLE : " fprl_telephone
           NOT INVALID KEY
               ADD fprl_montant TO fu_solde
               REWRITE tamp_futilisateur
               MOVE "M" TO w_jrn_op
               PERFORM IMAGE_UTILISATEUR
           END-READ
           CLOSE futilisateur

           MOVE fprl_telephone TO w_trans_telephone
           MOVE "A" TO w_trans_type
           MOVE fprl_montant TO w_trans_montant
           PERFORM ENREGISTRER_TRANSACTION

           OPEN I-O fmandat
           MOVE fprl_telephone TO fmd_telephone
           READ fmandat
           NOT INVALID KEY
               IF fmd_encours = fprl_num THEN
                   MOVE 0 TO fmd_encours
               END-IF
               MOVE 0 TO fmd_echecs
               REWRITE tamp_fmandat
           END-READ
           CLOSE fmandat

           MOVE SPACE TO w_sp_texte
           STRING "EXECUTE : DEMANDE " fprl_num " TEL "
               fprl_telephone " " w_aff_montant " EUR"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL

           MOVE fprl_telephone TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "RECHARGE AUTOMATIQUE " fprl_num " : "
               w_aff_montant " EUR CREDITES"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "PRELEXEC" TO w_mdl_type
           MOVE fprl_num TO w_mdl_ref
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM ENVOYER_NOTIFICATION.

       *> accuses de reception de la passerelle SMS : chaque message
       *> de la boite d'envoi passe livre ("D"), en echec ("F") ou
       *> expire ("X") avec le code erreur de la passerelle. Les
       *> echecs consecutifs d'un numero sont comptes ; au-dela de
       *> SMS-ECHECS le numero est signale aux agents
       TRAITER_ACCUSES_SMS_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_acs_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_acs_livres
           MOVE 0 TO w_acs_echecs
           MOVE 0 TO w_acs_expires
           MOVE 0 TO w_acs_rejets
           MOVE 0 TO w_acs_signales

           OPEN INPUT faccuse
           IF cr_faccuse NOT = 00 THEN
               DISPLAY "Aucun accuse de reception a traiter."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ faccuse
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_faccuse NOT = SPACE THEN
                           PERFORM TRAITER_UN_ACCUSE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE faccuse

               *> des accuses traites ne doivent pas etre rejoues
               OPEN OUTPUT faccuse
               CLOSE faccuse

               DISPLAY "Accuses SMS : " w_acs_livres " livre(s), "
                   w_acs_echecs " echec(s), " w_acs_expires
                   " expire(s), " w_acs_rejets " rejete(s)."
               IF w_acs_signales > 0 THEN
                   DISPLAY w_acs_signales " numero(s) signale(s) en"
                       " echec repete."
               END-IF
               IF w_acs_rejets > 0 THEN
                   MOVE 4 TO w_job_rc
               END-IF
           END-IF.

       TRAITER_UN_ACCUSE.
           MOVE SPACE TO w_acs_num_x
           MOVE SPACE TO w_acs_statut_x
           MOVE SPACE TO w_acs_code
           UNSTRING tamp_faccuse DELIMITED BY ALL SPACE
               INTO w_acs_num_x w_acs_statut_x w_acs_code
           END-UNSTRING

           MOVE SPACE TO w_acs_statut
           EVALUATE w_acs_statut_x
           WHEN "LIVRE"
               MOVE "D" TO w_acs_statut
           WHEN "ECHEC"
               MOVE "F" TO w_acs_statut
           WHEN "EXPIRE"
               MOVE "X" TO w_acs_statut
           END-EVALUATE

           IF w_acs_num_x IS NOT NUMERIC OR w_acs_statut = SPACE THEN
               ADD 1 TO w_acs_rejets
               DISPLAY "Accuse illisible : " tamp_faccuse(1:40)
           ELSE
               MOVE 0 TO w_acs_tel
               OPEN I-O foutbox
               MOVE w_acs_num_x TO fob_num
               READ foutbox
               INVALID KEY
                   ADD 1 TO w_acs_rejets
                   DISPLAY "Accuse pour un message inconnu : "
                       w_acs_num_x
               NOT INVALID KEY
                   MOVE w_acs_statut TO fob_statut
                   REWRITE tamp_foutbox
                   MOVE fob_telephone TO w_acs_tel
               END-READ
               CLOSE foutbox

               IF w_acs_tel > 0 THEN
                   OPEN I-O faccusereg
                   MOVE w_acs_num_x TO fac_num
                   MOVE w_acs_statut TO fac_statut
                   MOVE w_acs_code TO fac_code
                   MOVE w_acs_jour TO fac_date
                   WRITE tamp_faccusereg
                   INVALID KEY
                       REWRITE tamp_faccusereg
                   END-WRITE
                   CLOSE faccusereg

                   EVALUATE w_acs_statut
                   WHEN "D"
                       ADD 1 TO w_acs_livres
                   WHEN "F"
                       ADD 1 TO w_acs_echecs
                   WHEN "X"
                       ADD 1 TO w_acs_expires
                   END-EVALUATE
                   PERFORM NOTER_ACCUSE_NUMERO
               END-IF
           END-IF.

       *> tenue du compteur d'echecs consecutifs du numero w_acs_tel
       NOTER_ACCUSE_NUMERO.
           OPEN I-O fnumechec
           MOVE w_acs_tel TO fnf_telephone
           READ fnumechec
           INVALID KEY
               IF w_acs_statut NOT = "D" THEN
                   MOVE w_acs_tel TO fnf_telephone
                   MOVE 1 TO fnf_echecs
                   MOVE w_acs_code TO fnf_code
                   MOVE w_acs_jour TO fnf_date
                   MOVE "N" TO fnf_signale
                   IF fnf_echecs >= w_acs_seuil THEN
                       MOVE "O" TO fnf_signale
                       ADD 1 TO w_acs_signales
                   END-IF
                   WRITE tamp_fnumechec
               END-IF
           NOT INVALID KEY
               IF w_acs_statut = "D" THEN
                   DELETE fnumechec RECORD
               ELSE
                   ADD 1 TO fnf_echecs
                   MOVE w_acs_code TO fnf_code
                   MOVE w_acs_jour TO fnf_date
                   IF fnf_echecs >= w_acs_seuil AND
                      fnf_signale NOT = "O" THEN
                       MOVE "O" TO fnf_signale
                       ADD 1 TO w_acs_signales
                   END-IF
                   REWRITE tamp_fnumechec
               END-IF
           END-READ
           CLOSE fnumechec.

       *> comptage mensuel des messages remis a la passerelle (tout
       *> statut autre que "E"), par type, pour le controle de sa
       *> facture
       COMPTER_SMS_FACTURABLES.
           DISPLAY "Saisir le mois a compter (AAAAMM)."
           ACCEPT w_acs_periode
           DIVIDE w_acs_periode BY 100 GIVING w_acs_annee
               REMAINDER w_acs_mois
           MOVE 0 TO w_acs_nb
           MOVE 0 TO w_acs_total

           OPEN INPUT foutbox
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ foutbox NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fob_annee = w_acs_annee AND
                      fob_mois = w_acs_mois AND
                      fob_statut NOT = "E" THEN
                       PERFORM CUMULER_SMS_FACTURABLE
                   END-IF
           END-PERFORM
           CLOSE foutbox

           MOVE "SMSFACTURE" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE SPACE TO w_sp_texte
           STRING "SMS FACTURABLES DU MOIS " w_acs_periode
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte

           MOVE 1 TO w_acs_i
           PERFORM WITH TEST AFTER UNTIL w_acs_i > w_acs_nb
               IF w_acs_nb > 0 THEN
                   MOVE SPACE TO w_sp_texte
                   STRING w_acs_type(w_acs_i) " : "
                       w_acs_factures(w_acs_i) " message(s), livres "
                       w_acs_t_livres(w_acs_i) ", echecs "
                       w_acs_t_echecs(w_acs_i) ", expires "
                       w_acs_t_expires(w_acs_i)
                       DELIMITED BY SIZE INTO w_sp_texte
                   PERFORM DEPOSER_SPOOL
                   DISPLAY w_sp_texte
               END-IF
               ADD 1 TO w_acs_i
           END-PERFORM

           MOVE SPACE TO w_sp_texte
           STRING "TOTAL FACTURABLE : " w_acs_total " message(s)"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM DEPOSER_SPOOL
           DISPLAY w_sp_texte
           PERFORM CLORE_GENERATION_SPOOL

           MOVE "COMPTAGE SMS FACTURABLES" TO w_audit_action
           MOVE w_acs_periode TO w_audit_cible
           PERFORM JOURNALISER_ADMIN
           ACCEPT w_test.

       CUMULER_SMS_FACTURABLE.
           ADD 1 TO w_acs_total
           MOVE 0 TO w_acs_cur
           MOVE 1 TO w_acs_i
           PERFORM WITH TEST AFTER UNTIL w_acs_i > w_acs_nb
               IF w_acs_nb > 0 AND w_acs_cur = 0 THEN
                   IF w_acs_type(w_acs_i) = fob_type THEN
                       MOVE w_acs_i TO w_acs_cur
                   END-IF
               END-IF
               ADD 1 TO w_acs_i
           END-PERFORM

           IF w_acs_cur = 0 AND w_acs_nb < 30 THEN
               ADD 1 TO w_acs_nb
               MOVE w_acs_nb TO w_acs_cur
               MOVE fob_type TO w_acs_type(w_acs_cur)
               MOVE 0 TO w_acs_factures(w_acs_cur)
               MOVE 0 TO w_acs_t_livres(w_acs_cur)
               MOVE 0 TO w_acs_t_echecs(w_acs_cur)
               MOVE 0 TO w_acs_t_expires(w_acs_cur)
           END-IF

           IF w_acs_cur > 0 THEN
               ADD 1 TO w_acs_factures(w_acs_cur)
               EVALUATE fob_statut
               WHEN "D"
                   ADD 1 TO w_acs_t_livres(w_acs_cur)
               WHEN "F"
                   ADD 1 TO w_acs_t_echecs(w_acs_cur)
               WHEN "X"
                   ADD 1 TO w_acs_t_expires(w_acs_cur)
               END-EVALUATE
           END-IF.

       *> numero w_acs_tel signale en echec repete : affiche le
       *> nombre d'echecs et le dernier code de la passerelle
       AFFICHER_NUMERO_EN_ECHEC.
           OPEN INPUT fnumechec
           MOVE w_acs_tel TO fnf_telephone
           READ fnumechec
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF fnf_signale = "O" THEN
                   DISPLAY "ATTENTION : SMS NON DISTRIBUES SUR CE"
                       " NUMERO (" fnf_echecs " echecs, code "
                       fnf_code ")"
               END-IF
           END-READ
           CLOSE fnumechec.

       *> declaration a l'assureur des passagers embarques sur les
       *> annonces parties le jour w_asu_date, avec les incidents de
       *> securite du jour en avis de sinistre. Un jour deja declare
       *> est reedite sous son numero de sequence d'origine
       DECLARER_ASSUREUR_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_asu_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_asu_passagers
           MOVE 0 TO w_asu_sinistres

           MOVE 1 TO w_asu_nouveau
           MOVE "N" TO w_asu_nature
           OPEN INPUT fassreg
           MOVE w_asu_date TO fasr_date
           READ fassreg
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO w_asu_nouveau
               MOVE "R" TO w_asu_nature
               MOVE fasr_seq TO w_asu_seq
           END-READ
           CLOSE fassreg

           IF w_asu_nouveau = 1 THEN
               MOVE "7" TO w_type_code
               PERFORM GENERER_CODE
               MOVE w_code_code TO w_asu_seq
           END-IF

           OPEN OUTPUT fassur
           MOVE SPACE TO w_asu_entete
           MOVE "H" TO w_ase_type
           MOVE "COVOIT" TO w_ase_emetteur
           MOVE w_asu_date TO w_ase_date
           MOVE w_asu_seq TO w_ase_seq
           MOVE w_asu_jour TO w_ase_emis
           MOVE w_asu_nature TO w_ase_nature
           MOVE w_asu_entete TO tamp_fassur
           WRITE tamp_fassur

           OPEN INPUT fannonce
           OPEN INPUT freservation
           OPEN INPUT fembarq
           OPEN INPUT ftrajet
           DIVIDE w_asu_date BY 10000 GIVING fa_annee
               REMAINDER w_date_num
           DIVIDE w_date_num BY 100 GIVING fa_mois
               REMAINDER fa_jour
           START fannonce KEY IS = fa_date_depart
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       COMPUTE w_date_num = fa_annee * 10000
                           + fa_mois * 100 + fa_jour
                       IF w_date_num NOT = w_asu_date THEN
                           MOVE 0 TO w_fin
                       ELSE
                           IF fa_statut_annonce = 1 THEN
                               PERFORM DECLARER_ANNONCE_ASSUREUR
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE ftrajet
           CLOSE fembarq
           CLOSE freservation
           CLOSE fannonce

           OPEN INPUT fincident
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fincident NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_date_num = fin_annee * 10000
                       + fin_mois * 100 + fin_jour
                   IF fin_categorie = "SECURITE" AND
                      w_date_num = w_asu_date THEN
                       MOVE SPACE TO w_asu_sinistre
                       MOVE "S" TO w_ass_type
                       MOVE fin_fres_code TO w_ass_resa
                       MOVE fin_num TO w_ass_incident
                       MOVE w_date_num TO w_ass_date
                       MOVE fin_declarant TO w_ass_declarant
                       MOVE fin_texte TO w_ass_texte
                       MOVE w_asu_sinistre TO tamp_fassur
                       WRITE tamp_fassur
                       ADD 1 TO w_asu_sinistres
                   END-IF
           END-PERFORM
           CLOSE fincident

           MOVE SPACE TO w_asu_fin
           MOVE "T" TO w_ast_type
           MOVE w_asu_seq TO w_ast_seq
           MOVE w_asu_passagers TO w_ast_passagers
           MOVE w_asu_sinistres TO w_ast_sinistres
           COMPUTE w_ast_total = w_asu_passagers + w_asu_sinistres + 2
           MOVE w_asu_fin TO tamp_fassur
           WRITE tamp_fassur
           CLOSE fassur

           OPEN I-O fassreg
           MOVE w_asu_date TO fasr_date
           READ fassreg
           INVALID KEY
               MOVE w_asu_seq TO fasr_seq
               MOVE w_asu_passagers TO fasr_passagers
               MOVE w_asu_sinistres TO fasr_sinistres
               MOVE w_asu_jour TO fasr_emis
               MOVE 0 TO fasr_reeditions
               WRITE tamp_fassreg
               INVALID KEY
                   CONTINUE
               END-WRITE
           NOT INVALID KEY
               MOVE w_asu_passagers TO fasr_passagers
               MOVE w_asu_sinistres TO fasr_sinistres
               MOVE w_asu_jour TO fasr_emis
               ADD 1 TO fasr_reeditions
               REWRITE tamp_fassreg
           END-READ
           CLOSE fassreg

           DISPLAY "Declaration assureur du " w_asu_date " (sequence "
               w_asu_seq ") : " w_asu_passagers " passager(s), "
               w_asu_sinistres " sinistre(s) dans assurance.dat".

       *> une ligne par passager embarque de l'annonce courante ; la
       *> distance vient du referentiel des trajets (0 si la liaison
       *> n'y figure pas)
       DECLARER_ANNONCE_ASSUREUR.
           MOVE 0 TO w_asu_distance
           MOVE fa_lieu_depart TO ftra_depart
           MOVE fa_lieu_darrive TO ftra_arrive
           READ ftrajet
           NOT INVALID KEY
               MOVE ftr_distante TO w_asu_distance
           END-READ

           MOVE fa_code TO fres_code_annonce
           START freservation KEY IS = fres_code_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fres_code_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           MOVE fres_code TO fem_fres_code
                           READ fembarq
                           NOT INVALID KEY
                               IF fem_statut = "P" THEN
                                   PERFORM ECRIRE_PASSAGER_ASSUREUR
                               END-IF
                           END-READ
                       END-IF
               END-PERFORM
           END-START.

       ECRIRE_PASSAGER_ASSUREUR.
           MOVE SPACE TO w_asu_detail
           MOVE "D" TO w_asd_type
           MOVE fres_code TO w_asd_resa
           MOVE fa_code TO w_asd_annonce
           MOVE fres_voyageur TO w_asd_voyageur
           MOVE fa_conducteur TO w_asd_conducteur
           MOVE fa_immatriculation TO w_asd_immat
           MOVE fa_lieu_depart TO w_asd_depart
           MOVE fa_lieu_darrive TO w_asd_arrivee
           MOVE w_asu_distance TO w_asd_distance
           MOVE w_asu_date TO w_asd_date
           COMPUTE w_asd_heure = fa_heure * 100 + fa_minute
           MOVE w_asu_detail TO tamp_fassur
           WRITE tamp_fassur
           ADD 1 TO w_asu_passagers.

       *> ecran de l'assureur : reedition d'un jour passe (meme
       *> sequence) et consultation du registre des envois
       GERER_DECLARATION_ASSUREUR.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ DECLARATION ASSUREUR ------"
               DISPLAY "1.   GENERER OU REEDITER UN JOUR"
               DISPLAY "2.   REGISTRE DES DECLARATIONS"
               DISPLAY "3.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               MOVE 0 TO w_asu_date
               PERFORM WITH TEST AFTER UNTIL w_asu_date > 19000000
                   DISPLAY "Jour a declarer (AAAAMMJJ)."
                   ACCEPT w_asu_date
               END-PERFORM
               PERFORM DECLARER_ASSUREUR_CORPS
               MOVE "DECLARATION ASSUREUR" TO w_audit_action
               MOVE w_asu_date TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           WHEN 2
               PERFORM LISTER_DECLARATIONS_ASSUREUR
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_DECLARATIONS_ASSUREUR.
           MOVE 0 TO w_asu_nb
           OPEN INPUT fassreg
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fassreg NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_asu_nb
                   DISPLAY fasr_date " seq " fasr_seq " passagers "
                       fasr_passagers " sinistres " fasr_sinistres
                       " emis le " fasr_emis " reeditions "
                       fasr_reeditions
           END-PERFORM
           CLOSE fassreg
           DISPLAY w_asu_nb " jour(s) declare(s).".

       *> flux ouvert des annonces approuvees, a venir et avec des
       *> places : seules les annonces nouvelles, modifiees ou
       *> retirees depuis le flux precedent sont publiees, sauf le
       *> jour de la semaine OPENDATA-JOUR (0 dimanche ... 6 samedi),
       *> au premier flux ou sur demande (w_od_complet a 1), qui
       *> publient l'image complete
       PUBLIER_FLUX_OUVERT_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_od_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_od_heure = WS-CURRENT-HOUR * 100 + WS-CURRENT-MIN
           MOVE 0 TO w_od_lignes
           MOVE 0 TO w_od_ajouts
           MOVE 0 TO w_od_modifs
           MOVE 0 TO w_od_suppr
           MOVE 0 TO w_od_inchanges

           IF w_od_complet = 0 THEN
               MOVE FUNCTION INTEGER-OF-DATE(w_od_jour)
                   TO w_jour_entier
               MOVE FUNCTION MOD(w_jour_entier, 7) TO w_weekday
               IF w_weekday = w_od_jour_complet THEN
                   MOVE 1 TO w_od_complet
               END-IF
           END-IF
           IF w_od_complet = 0 THEN
               OPEN INPUT fodetat
               READ fodetat NEXT
               AT END
                   MOVE 1 TO w_od_complet
               END-READ
               CLOSE fodetat
           END-IF

           MOVE "8" TO w_type_code
           PERFORM GENERER_CODE
           MOVE w_code_code TO w_od_seq

           OPEN OUTPUT fopendata
           MOVE SPACE TO w_od_entete
           MOVE "H" TO w_odh_type
           IF w_od_complet = 1 THEN
               MOVE "C" TO w_odh_nature
           ELSE
               MOVE "D" TO w_odh_nature
           END-IF
           MOVE w_od_seq TO w_odh_seq
           MOVE w_od_jour TO w_odh_date
           MOVE w_od_heure TO w_odh_heure
           MOVE w_od_entete TO tamp_fopendata
           WRITE tamp_fopendata

           OPEN I-O fodetat
           OPEN INPUT fannonce
           OPEN INPUT futilisateur
           DIVIDE w_od_jour BY 10000 GIVING fa_annee
               REMAINDER w_date_num
           DIVIDE w_date_num BY 100 GIVING fa_mois
               REMAINDER fa_jour
           START fannonce KEY IS >= fa_date_depart
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       COMPUTE w_date_num = fa_annee * 10000
                           + fa_mois * 100 + fa_jour
                       IF fa_statut_annonce = 1 AND
                          fa_place_dispo > 0 AND
                          (w_date_num > w_od_jour OR
                           fa_heure * 100 + fa_minute > w_od_heure)
                       THEN
                           PERFORM PUBLIER_ANNONCE_FLUX
                       END-IF
               END-PERFORM
           END-START
           CLOSE futilisateur
           CLOSE fannonce

           *> annonces publiees que ce flux n'a pas revues : parties,
           *> completes, retirees ou rejetees
           MOVE 0 TO fod_ref
           START fodetat KEY IS >= fod_ref
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fodetat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fod_passage NOT = w_od_seq THEN
                           IF w_od_complet = 0 THEN
                               MOVE SPACE TO w_od_ligne
                               MOVE "S" TO w_odl_type
                               MOVE fod_image TO w_odl_image
                               MOVE w_od_ligne TO tamp_fopendata
                               WRITE tamp_fopendata
                               ADD 1 TO w_od_suppr
                               ADD 1 TO w_od_lignes
                           END-IF
                           DELETE fodetat
                       END-IF
               END-PERFORM
           END-START
           CLOSE fodetat

           MOVE SPACE TO w_od_fin
           MOVE "T" TO w_odt_type
           MOVE w_od_seq TO w_odt_seq
           MOVE w_od_lignes TO w_odt_lignes
           MOVE w_od_ajouts TO w_odt_ajouts
           MOVE w_od_modifs TO w_odt_modifs
           MOVE w_od_suppr TO w_odt_suppr
           MOVE w_od_fin TO tamp_fopendata
           WRITE tamp_fopendata
           CLOSE fopendata

           DISPLAY "Flux ouvert " w_od_seq " (" w_odh_nature ") : "
               w_od_lignes " ligne(s), " w_od_ajouts " ajout(s), "
               w_od_modifs " modif(s), " w_od_suppr " retrait(s)"

           ADD w_od_lignes w_od_inchanges GIVING w_ctl_lus
           MOVE w_od_lignes TO w_ctl_ecrits
           MOVE 0 TO w_ctl_rejets
           MOVE "AJOUTS" TO w_ctl_rubrique
           MOVE w_od_ajouts TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           MOVE "MODIFS" TO w_ctl_rubrique
           MOVE w_od_modifs TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE
           MOVE "RETRAITS" TO w_ctl_rubrique
           MOVE w_od_suppr TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE.

       *> ligne publique de l'annonce courante : villes canoniques,
       *> rendez-vous, horaire, prix, places restantes, prenom et
       *> note du conducteur ; comparee a la derniere image publiee
       PUBLIER_ANNONCE_FLUX.
           MOVE SPACE TO w_od_ligne
           MOVE fa_code TO w_odl_ref
           MOVE fa_lieu_depart TO w_vil_saisie
           PERFORM RESOUDRE_VILLE
           MOVE w_vil_canonique TO w_odl_depart
           MOVE fa_lieu_darrive TO w_vil_saisie
           PERFORM RESOUDRE_VILLE
           MOVE w_vil_canonique TO w_odl_arrivee
           MOVE fa_lieu_rdv TO w_odl_rdv
           MOVE fa_adresse_rdv TO w_odl_adresse
           MOVE w_date_num TO w_odl_date
           COMPUTE w_odl_heure = fa_heure * 100 + fa_minute
           MOVE fa_prix TO w_odl_prix
           MOVE fa_place_dispo TO w_odl_places
           MOVE fa_conducteur TO fu_telephone
           READ futilisateur
           INVALID KEY
               MOVE SPACE TO w_odl_prenom
           NOT INVALID KEY
               MOVE fu_prenom TO w_odl_prenom
           END-READ
           PERFORM CALCULER_NOTE_MOYENNE
           MOVE w_note_moyenne TO w_odl_note

           MOVE fa_code TO fod_ref
           READ fodetat
           INVALID KEY
               IF w_od_complet = 1 THEN
                   MOVE "C" TO w_odl_type
               ELSE
                   MOVE "A" TO w_odl_type
                   ADD 1 TO w_od_ajouts
               END-IF
               MOVE fa_code TO fod_ref
               MOVE w_odl_image TO fod_image
               MOVE w_od_seq TO fod_passage
               WRITE tamp_fodetat
               INVALID KEY
                   CONTINUE
               END-WRITE
           NOT INVALID KEY
               IF w_od_complet = 1 THEN
                   MOVE "C" TO w_odl_type
               ELSE
                   IF fod_image NOT = w_odl_image THEN
                       MOVE "M" TO w_odl_type
                       ADD 1 TO w_od_modifs
                   ELSE
                       ADD 1 TO w_od_inchanges
                   END-IF
               END-IF
               MOVE w_odl_image TO fod_image
               MOVE w_od_seq TO fod_passage
               REWRITE tamp_fodetat
           END-READ

           IF w_odl_type NOT = SPACE THEN
               MOVE w_od_ligne TO tamp_fopendata
               WRITE tamp_fopendata
               ADD 1 TO w_od_lignes
           END-IF.

       *> publication du flux ouvert depuis l'administration, en
       *> differentiel ou en image complete
       PUBLIER_FLUX_OUVERT.
           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Publier l'image complete ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           MOVE 0 TO w_od_complet
           IF w_rep = "OUI" THEN
               MOVE 1 TO w_od_complet
           END-IF
           PERFORM PUBLIER_FLUX_OUVERT_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       *> import des annonces deposees par le partenaire
       *> w_imp_partenaire : chaque ligne passe les controles de la
       *> publication interactive (conducteur et dossier, date,
       *> villes, vehicule et documents, bareme, chevauchement) ;
       *> les lignes valides sont publiees (moderation comprise),
       *> les autres vont au rapport numerote et au fichier a
       *> corriger. En simulation (w_imp_simulation a 1) rien n'est
       *> publie et le fichier depose reste en place
       IMPORTER_ANNONCES_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_imp_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_imp_maintenant = WS-CURRENT-HOUR * 100
               + WS-CURRENT-MIN
           MOVE 0 TO w_imp_num
           MOVE 0 TO w_imp_ok
           MOVE 0 TO w_imp_rej

           OPEN INPUT fimpann
           IF cr_fimpann NOT = 00 THEN
               DISPLAY "Aucun fichier d'import a traiter."
           ELSE
               MOVE "9" TO w_type_code
               PERFORM GENERER_CODE
               MOVE w_code_code TO w_imp_rapport

               OPEN OUTPUT fimprej
               OPEN OUTPUT fimpcorr
               MOVE SPACE TO tamp_fimprej
               IF w_imp_simulation = 1 THEN
                   STRING "RAPPORT D'IMPORT " w_imp_rapport
                       " - PARTENAIRE " w_imp_partenaire
                       " - " w_imp_jour " - SIMULATION"
                       DELIMITED BY SIZE INTO tamp_fimprej
               ELSE
                   STRING "RAPPORT D'IMPORT " w_imp_rapport
                       " - PARTENAIRE " w_imp_partenaire
                       " - " w_imp_jour
                       DELIMITED BY SIZE INTO tamp_fimprej
               END-IF
               WRITE tamp_fimprej

               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fimpann
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF tamp_fimpann NOT = SPACE THEN
                           ADD 1 TO w_imp_num
                           PERFORM TRAITER_LIGNE_IMPORT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fimpann

               MOVE SPACE TO tamp_fimprej
               STRING "FIN DU RAPPORT : " w_imp_num " LIGNE(S), "
                   w_imp_ok " VALIDE(S), " w_imp_rej " REJETEE(S)"
                   DELIMITED BY SIZE INTO tamp_fimprej
               WRITE tamp_fimprej
               CLOSE fimpcorr
               CLOSE fimprej

               *> le fichier traite ne doit pas etre rejoue : les
               *> lignes rejetees repartent par le fichier a corriger
               IF w_imp_simulation = 0 THEN
                   OPEN OUTPUT fimpann
                   CLOSE fimpann
                   MOVE "IMPORT ANNONCES" TO w_audit_action
               ELSE
                   MOVE "IMPORT ANNONCES SIMULATION" TO w_audit_action
               END-IF
               MOVE SPACE TO w_audit_cible
               STRING w_imp_partenaire " " w_imp_ok "/" w_imp_num
                   DELIMITED BY SIZE INTO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               MOVE w_imp_num TO w_ctl_lus
               MOVE w_imp_ok TO w_ctl_ecrits
               MOVE w_imp_rej TO w_ctl_rejets
               IF w_imp_rej > 0 THEN
                   MOVE 4 TO w_job_rc
               END-IF
               DISPLAY "Import " w_imp_rapport " (" w_imp_partenaire
                   ") : " w_imp_ok " valide(s), " w_imp_rej
                   " rejetee(s), voir import_rejets.dat"
           END-IF.

       TRAITER_LIGNE_IMPORT.
           MOVE SPACE TO w_imp_tel_x
           MOVE SPACE TO w_imp_date_x
           MOVE SPACE TO w_imp_heure_x
           MOVE SPACE TO w_imp_depart
           MOVE SPACE TO w_imp_arrivee
           MOVE SPACE TO w_imp_rdv
           MOVE SPACE TO w_imp_adresse
           MOVE SPACE TO w_imp_immat
           MOVE SPACE TO w_imp_places_x
           MOVE SPACE TO w_imp_prix_x
           UNSTRING tamp_fimpann DELIMITED BY ";"
               INTO w_imp_tel_x w_imp_date_x w_imp_heure_x
                   w_imp_depart w_imp_arrivee w_imp_rdv
                   w_imp_adresse w_imp_immat w_imp_places_x
                   w_imp_prix_x
           END-UNSTRING

           PERFORM CONTROLER_LIGNE_IMPORT

           IF w_imp_valide = 1 AND w_imp_simulation = 0 THEN
               PERFORM PUBLIER_LIGNE_IMPORT
           END-IF

           IF w_imp_valide = 1 THEN
               ADD 1 TO w_imp_ok
           ELSE
               ADD 1 TO w_imp_rej
               MOVE SPACE TO tamp_fimprej
               STRING "LIGNE " w_imp_num " : " w_imp_motif
                   DELIMITED BY SIZE INTO tamp_fimprej
               WRITE tamp_fimprej
               MOVE SPACE TO tamp_fimprej
               STRING "   " tamp_fimpann
                   DELIMITED BY SIZE INTO tamp_fimprej
               WRITE tamp_fimprej
               MOVE tamp_fimpann TO tamp_fimpcorr
               WRITE tamp_fimpcorr
           END-IF.

       *> memes controles que PUBLIER_ANNONCE, sans question : tout
       *> ce que l'ecran ferait confirmer est ici un rejet. La ligne
       *> valide laisse l'annonce prete dans w_annonce
       CONTROLER_LIGNE_IMPORT.
           MOVE 1 TO w_imp_valide
           MOVE SPACE TO w_imp_motif

           IF w_imp_tel_x IS NOT NUMERIC OR
              w_imp_date_x IS NOT NUMERIC OR
              w_imp_heure_x IS NOT NUMERIC OR
              w_imp_places_x(1:1) IS NOT NUMERIC THEN
               MOVE 0 TO w_imp_valide
               MOVE "LIGNE MAL FORMEE" TO w_imp_motif
           ELSE
               MOVE w_imp_tel_x TO w_imp_tel
               MOVE w_imp_date_x TO w_imp_date
               MOVE w_imp_heure_x TO w_imp_hhmm
               MOVE FUNCTION NUMVAL(w_imp_places_x) TO w_place_max
               MOVE FUNCTION NUMVAL(w_imp_prix_x) TO w_prix
           END-IF

           *> conducteur : compte actif, conducteur, dossier approuve
           IF w_imp_valide = 1 THEN
               OPEN INPUT futilisateur
               MOVE w_imp_tel TO fu_telephone
               READ futilisateur
               INVALID KEY
                   MOVE 0 TO w_imp_valide
                   MOVE "CONDUCTEUR INCONNU" TO w_imp_motif
               NOT INVALID KEY
                   IF fu_type NOT = 2 THEN
                       MOVE 0 TO w_imp_valide
                       MOVE "COMPTE NON CONDUCTEUR" TO w_imp_motif
                   ELSE
                       IF fu_status NOT = 1 THEN
                           MOVE 0 TO w_imp_valide
                           MOVE "COMPTE SUSPENDU OU BLOQUE"
                               TO w_imp_motif
                       END-IF
                   END-IF
                   MOVE fu_confiance TO w_imp_confiance
                   MOVE fu_nbplace TO w_imp_nbplace
                   MOVE fu_immatriculation TO w_imp_immat_profil
               END-READ
               CLOSE futilisateur
           END-IF
           IF w_imp_valide = 1 THEN
               OPEN INPUT fvetting
               MOVE w_imp_tel TO fvt_telephone
               READ fvetting
               INVALID KEY
                   MOVE 0 TO w_imp_valide
               NOT INVALID KEY
                   IF fvt_statut NOT = "A" THEN
                       MOVE 0 TO w_imp_valide
                   END-IF
               END-READ
               CLOSE fvetting
               IF w_imp_valide = 0 THEN
                   MOVE "DOSSIER CONDUCTEUR NON APPROUVE"
                       TO w_imp_motif
               END-IF
           END-IF

           *> date et heure : valides et a venir
           IF w_imp_valide = 1 THEN
               DIVIDE w_imp_date BY 10000 GIVING w_annee
                   REMAINDER w_date_num
               DIVIDE w_date_num BY 100 GIVING w_mois
                   REMAINDER w_jour
               DIVIDE w_imp_hhmm BY 100 GIVING w_heure
                   REMAINDER w_minute
               IF w_mois = 4 OR w_mois = 6 OR w_mois = 9 OR
                  w_mois = 11 THEN
                   MOVE 30 TO w_dernier_jour
               ELSE
                   IF w_mois = 2 THEN
                       IF FUNCTION MOD(w_annee, 4) = 0 THEN
                           MOVE 29 TO w_dernier_jour
                       ELSE
                           MOVE 28 TO w_dernier_jour
                       END-IF
                   ELSE
                       MOVE 31 TO w_dernier_jour
                   END-IF
               END-IF
               IF w_mois < 1 OR w_mois > 12 OR w_jour < 1 OR
                  w_jour > w_dernier_jour OR w_heure > 23 OR
                  w_minute > 59 THEN
                   MOVE 0 TO w_imp_valide
                   MOVE "DATE OU HEURE INVALIDE" TO w_imp_motif
               ELSE
                   IF w_imp_date < w_imp_jour OR
                      (w_imp_date = w_imp_jour AND
                       w_imp_hhmm NOT > w_imp_maintenant) THEN
                       MOVE 0 TO w_imp_valide
                       MOVE "DEPART DEJA PASSE" TO w_imp_motif
                   END-IF
               END-IF
           END-IF

           *> villes du referentiel et rendez-vous
           IF w_imp_valide = 1 THEN
               MOVE w_imp_depart TO w_vil_saisie
               PERFORM RESOUDRE_VILLE
               MOVE w_vil_canonique TO w_lieu_depart
               IF w_vil_ok = 0 THEN
                   MOVE 0 TO w_imp_valide
                   MOVE "VILLE DE DEPART INCONNUE" TO w_imp_motif
               END-IF
           END-IF
           IF w_imp_valide = 1 THEN
               MOVE w_imp_arrivee TO w_vil_saisie
               PERFORM RESOUDRE_VILLE
               MOVE w_vil_canonique TO w_lieu_darrive
               IF w_vil_ok = 0 THEN
                   MOVE 0 TO w_imp_valide
                   MOVE "VILLE D'ARRIVEE INCONNUE" TO w_imp_motif
               ELSE
                   IF w_lieu_darrive = w_lieu_depart THEN
                       MOVE 0 TO w_imp_valide
                       MOVE "DEPART ET ARRIVEE IDENTIQUES"
                           TO w_imp_motif
                   END-IF
               END-IF
           END-IF
           IF w_imp_valide = 1 AND
              (w_imp_rdv = SPACE OR w_imp_adresse = SPACE) THEN
               MOVE 0 TO w_imp_valide
               MOVE "RENDEZ-VOUS INCOMPLET" TO w_imp_motif
           END-IF

           *> vehicule du conducteur, documents valables au depart
           IF w_imp_valide = 1 THEN
               IF w_imp_immat = SPACE THEN
                   MOVE w_imp_immat_profil TO w_imp_immat
               END-IF
               MOVE w_imp_immat TO w_immatriculation
               OPEN INPUT fvoiture
               MOVE w_imp_immat TO fv_immat
               READ fvoiture
               INVALID KEY
                   MOVE 0 TO w_imp_valide
                   MOVE "VEHICULE ABSENT DU FICHIER" TO w_imp_motif
               NOT INVALID KEY
                   COMPUTE w_doc_depart = w_annee * 10000
                       + w_mois * 100 + w_jour
                   COMPUTE w_doc_assur = fv_ass_annee * 10000
                       + fv_ass_mois * 100 + fv_ass_jour
                   COMPUTE w_doc_ctrl = fv_ctl_annee * 10000
                       + fv_ctl_mois * 100 + fv_ctl_jour
                   IF fv_conducteur NOT = w_imp_tel AND
                      w_imp_immat NOT = w_imp_immat_profil THEN
                       MOVE 0 TO w_imp_valide
                       MOVE "VEHICULE D'UN AUTRE CONDUCTEUR"
                           TO w_imp_motif
                   ELSE
                       IF w_doc_assur < w_doc_depart OR
                          w_doc_ctrl < w_doc_depart THEN
                           MOVE 0 TO w_imp_valide
                           MOVE "DOCUMENTS VEHICULE PERIMES OU INCONNUS"
                               TO w_imp_motif
                       ELSE
                           MOVE fv_nbplace TO w_imp_nbplace
                       END-IF
                   END-IF
               END-READ
               CLOSE fvoiture
           END-IF
           IF w_imp_valide = 1 THEN
               MOVE w_imp_immat TO w_rg_immat
               PERFORM LIRE_BLOCAGE_VEHICULE
               IF w_rg_bloque = 1 THEN
                   MOVE 0 TO w_imp_valide
                   MOVE "VEHICULE BLOQUE (REGISTRE)" TO w_imp_motif
               END-IF
           END-IF
           IF w_imp_valide = 1 AND
              (w_place_max < 1 OR w_place_max > w_imp_nbplace) THEN
               MOVE 0 TO w_imp_valide
               MOVE "NOMBRE DE PLACES INVALIDE" TO w_imp_motif
           END-IF

           *> bareme de la route
           IF w_imp_valide = 1 THEN
               PERFORM SUGGERER_TRAJET_SILENCIEUX
               PERFORM CHARGER_BORNES_PRIX
               IF w_prix < w_prix_plancher OR
                  w_prix > w_prix_plafond THEN
                   MOVE 0 TO w_imp_valide
                   MOVE "PRIX HORS BAREME" TO w_imp_motif
               END-IF
           END-IF

           *> chevauchement avec une autre annonce du vehicule
           IF w_imp_valide = 1 THEN
               MOVE wu_telephone TO w_tel_sauve
               MOVE w_imp_tel TO wu_telephone
               PERFORM VERIFIER_CONFLIT_VEHICULE
               MOVE w_tel_sauve TO wu_telephone
               IF w_conflit = 1 THEN
                   MOVE 0 TO w_imp_valide
                   MOVE SPACE TO w_imp_motif
                   STRING "CHEVAUCHE L'ANNONCE " w_conflit_code
                       DELIMITED BY SIZE INTO w_imp_motif
               END-IF
           END-IF.

       *> ecriture de l'annonce controlee ; les conducteurs de
       *> confiance publient directement, les autres passent par la
       *> file de moderation comme a l'ecran
       PUBLIER_LIGNE_IMPORT.
           MOVE w_imp_tel TO w_conducteur
           MOVE w_imp_tel TO w_pal_conducteur
           PERFORM LIRE_COMMISSION_PALIER
           MOVE w_pal_pct TO w_commission_pct
           MOVE w_place_max TO w_place_dispo
           MOVE 0 TO w_groupe_recurrence
           MOVE w_imp_rdv TO w_lieu_rdv
           MOVE w_imp_adresse TO w_adresse_rdv
           MOVE 0 TO w_nb_arrets
           *> le format d'import ne porte ni conditions de voyage, ni
           *> colis, ni evenement, ni baisse : valeurs par defaut,
           *> celles que la recherche suppose sans fiche
           MOVE "N" TO w_cf_bagages
           MOVE "N" TO w_cf_animaux
           MOVE "N" TO w_cf_nonfumeur
           MOVE "N" TO w_cf_deux_arriere
           MOVE "N" TO w_col_accepte
           MOVE 0 TO w_col_max
           MOVE SPACE TO w_col_taille_max
           MOVE 0 TO w_ev_tag
           MOVE "N" TO w_bp_choix
           IF w_imp_confiance = "O" THEN
               MOVE 1 TO w_statut_annonce
           ELSE
               MOVE 0 TO w_statut_annonce
           END-IF

           MOVE "A" TO w_type_code
           PERFORM GENERER_CODE
           MOVE w_code_code TO w_code
           MOVE w_annonce TO tamp_fannonce
           OPEN I-O fannonce
               WRITE tamp_fannonce
               INVALID KEY
                   MOVE 0 TO w_imp_valide
                   MOVE "ECRITURE DE L'ANNONCE IMPOSSIBLE"
                       TO w_imp_motif
               NOT INVALID KEY
                   PERFORM ECRIRE_CONFORT_ANNONCE
                   PERFORM ECRIRE_CAPACITE_COLIS
                   PERFORM ECRIRE_EVENEMENT_ANNONCE
                   MOVE "E" TO w_jrn_op
                   PERFORM IMAGE_ANNONCE
                   IF fa_statut_annonce = 1 THEN
                       PERFORM NOTIFIER_ALERTES_ROUTE
                       PERFORM NOTIFIER_FAVORIS
                   END-IF
           END-WRITE
           CLOSE fannonce

           IF w_imp_valide = 1 THEN
               MOVE w_imp_tel TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "ANNONCE " w_code " PUBLIEE PAR "
                   w_imp_partenaire " POUR LE " w_imp_date
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "IMPORTANN" TO w_mdl_type
               MOVE w_code TO w_mdl_code
               MOVE w_imp_partenaire TO w_mdl_libre
               MOVE SPACE TO w_mdl_date
               STRING w_imp_date(7:2) "/" w_imp_date(5:2) "/"
                   w_imp_date(1:4)
                   DELIMITED BY SIZE INTO w_mdl_date
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> import depuis l'administration, reel ou en simulation
       IMPORTER_ANNONCES.
           MOVE SPACE TO w_imp_partenaire
           PERFORM WITH TEST AFTER UNTIL w_imp_partenaire NOT = SPACE
               DISPLAY "Code du partenaire deposant."
               ACCEPT w_imp_partenaire
           END-PERFORM
           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Simulation seule, sans publier ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           MOVE 0 TO w_imp_simulation
           IF w_rep = "OUI" THEN
               MOVE 1 TO w_imp_simulation
           END-IF
           PERFORM IMPORTER_ANNONCES_CORPS
           PERFORM AFFICHE_MENU_ADMIN.

       *> fiche du registre pour w_rg_immat dans le tampon fgv_* ;
       *> w_rg_trouve a 0 si la plaque n'y figure pas
       LIRE_REGISTRE_VEHICULE.
           MOVE 0 TO w_rg_trouve
           OPEN INPUT fregveh
           IF cr_fregveh = 00 THEN
               MOVE w_rg_immat TO fgv_immat
               READ fregveh
               NOT INVALID KEY
                   MOVE 1 TO w_rg_trouve
               END-READ
               CLOSE fregveh
           END-IF.

       *> controle a l'enregistrement d'un vehicule (w_rg_immat,
       *> w_rg_modele, w_rg_places) : un vehicule signale vole ou
       *> detruit est refuse (w_rg_refus a 1), les places sont
       *> ramenees a l'homologation et le modele du registre retenu
       CONTROLER_VEHICULE_REGISTRE.
           MOVE 0 TO w_rg_refus
           PERFORM LIRE_REGISTRE_VEHICULE
           IF w_rg_trouve = 0 THEN
               DISPLAY "Immatriculation absente du registre national :"
               DISPLAY "elle sera verifiee au prochain rapprochement."
           ELSE
               IF fgv_alerte NOT = SPACE THEN
                   DISPLAY "*** VEHICULE SIGNALE VOLE OU DETRUIT AU"
                   DISPLAY "*** REGISTRE NATIONAL : enregistrement"
                       " refuse."
                   MOVE 1 TO w_rg_refus
               ELSE
                   IF w_rg_places > fgv_places THEN
                       DISPLAY "Places homologuees : " fgv_places
                           ", nombre de places ramene a " fgv_places "."
                       MOVE fgv_places TO w_rg_places
                   END-IF
                   IF FUNCTION UPPER-CASE(w_rg_modele) NOT =
                      FUNCTION UPPER-CASE(fgv_modele) THEN
                       DISPLAY "Modele au registre : " fgv_marque " "
                           fgv_modele
                       DISPLAY "(modele du registre retenu)"
                       MOVE fgv_modele TO w_rg_modele
                   END-IF
               END-IF
           END-IF.

       *> w_rg_bloque a 1 si le vehicule w_rg_immat est bloque par
       *> le rapprochement avec le registre (motif dans w_rg_motif)
       LIRE_BLOCAGE_VEHICULE.
           MOVE 0 TO w_rg_bloque
           MOVE SPACE TO w_rg_motif
           OPEN INPUT fvehbloc
           IF cr_fvehbloc = 00 THEN
               MOVE w_rg_immat TO fvb_immat
               READ fvehbloc
               NOT INVALID KEY
                   IF fvb_statut = "B" THEN
                       MOVE 1 TO w_rg_bloque
                       MOVE fvb_motif TO w_rg_motif
                   END-IF
               END-READ
               CLOSE fvehbloc
           END-IF.

       *> chargement de l'extrait du registre s'il a ete depose, puis
       *> rapprochement de voiture.dat : les ecarts vont au rapport,
       *> les vehicules signales ou surclasses en places ou en modele
       *> sont bloques pour la publication
       RAPPROCHER_REGISTRE_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_rg_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_rg_charges
           MOVE 0 TO w_rg_controles
           MOVE 0 TO w_rg_ecarts
           MOVE 0 TO w_rg_bloques

           OPEN INPUT fextraitveh
           IF cr_fextraitveh NOT = 00 THEN
               DISPLAY "Pas de nouvel extrait du registre, dernier"
                   " registre charge conserve."
           ELSE
               OPEN OUTPUT fregveh
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fextraitveh
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fxv_immat NOT = SPACE THEN
                           MOVE fxv_immat TO fgv_immat
                           MOVE fxv_marque TO fgv_marque
                           MOVE fxv_modele TO fgv_modele
                           MOVE fxv_places TO fgv_places
                           MOVE fxv_alerte TO fgv_alerte
                           MOVE w_rg_jour TO fgv_date
                           WRITE tamp_fregveh
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO w_rg_charges
                           END-WRITE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fregveh
               CLOSE fextraitveh
               OPEN OUTPUT fextraitveh
               CLOSE fextraitveh
               DISPLAY "Registre charge : " w_rg_charges
                   " vehicule(s)."
           END-IF

           OPEN OUTPUT fecartveh
           MOVE SPACE TO tamp_fecartveh
           STRING "ECARTS VOITURE.DAT / REGISTRE DU " w_rg_jour
               DELIMITED BY SIZE INTO tamp_fecartveh
           WRITE tamp_fecartveh

           OPEN INPUT fvoiture
           OPEN INPUT fregveh
           OPEN I-O fvehbloc
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fvoiture NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_rg_controles
                   PERFORM COMPARER_VEHICULE_REGISTRE
           END-PERFORM
           CLOSE fvehbloc
           CLOSE fregveh
           CLOSE fvoiture

           MOVE SPACE TO tamp_fecartveh
           STRING "FIN : " w_rg_controles " VEHICULE(S), " w_rg_ecarts
               " ECART(S), " w_rg_bloques " NOUVEAU(X) BLOCAGE(S)"
               DELIMITED BY SIZE INTO tamp_fecartveh
           WRITE tamp_fecartveh
           CLOSE fecartveh

           IF w_rg_ecarts > 0 THEN
               MOVE 4 TO w_job_rc
           END-IF
           DISPLAY "Rapprochement registre : " w_rg_controles
               " vehicule(s), " w_rg_ecarts " ecart(s), "
               w_rg_bloques " blocage(s), voir registre_ecarts.dat"

           MOVE w_rg_controles TO w_ctl_lus
           MOVE w_rg_ecarts TO w_ctl_ecrits
           MOVE 0 TO w_ctl_rejets
           MOVE "BLOCAGES" TO w_ctl_rubrique
           MOVE w_rg_bloques TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE.

       *> ecart du vehicule courant (tampon fv_*) ; une plaque
       *> absente du registre est seulement signalee
       COMPARER_VEHICULE_REGISTRE.
           MOVE SPACE TO w_rg_motif
           MOVE fv_immat TO fgv_immat
           READ fregveh
           INVALID KEY
               MOVE "ABSENT DU REGISTRE" TO w_rg_motif
           NOT INVALID KEY
               IF fgv_alerte = "V" THEN
                   MOVE "SIGNALE VOLE" TO w_rg_motif
               ELSE
                   IF fgv_alerte NOT = SPACE THEN
                       MOVE "SIGNALE DETRUIT" TO w_rg_motif
                   ELSE
                       IF fv_nbplace > fgv_places THEN
                           STRING "PLACES DECLAREES " fv_nbplace
                               " > HOMOLOGUEES " fgv_places
                               DELIMITED BY SIZE INTO w_rg_motif
                       ELSE
                           IF FUNCTION UPPER-CASE(fv_modele) NOT =
                              FUNCTION UPPER-CASE(fgv_modele) THEN
                               STRING "MODELE REGISTRE " fgv_modele
                                   DELIMITED BY SIZE INTO w_rg_motif
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-READ

           IF w_rg_motif NOT = SPACE THEN
               ADD 1 TO w_rg_ecarts
               MOVE SPACE TO tamp_fecartveh
               STRING fv_immat " CONDUCTEUR " fv_conducteur " "
                   fv_modele " : " w_rg_motif
                   DELIMITED BY SIZE INTO tamp_fecartveh
               WRITE tamp_fecartveh
               IF w_rg_motif NOT = "ABSENT DU REGISTRE" THEN
                   PERFORM BLOQUER_VEHICULE_REGISTRE
               END-IF
           END-IF.

       BLOQUER_VEHICULE_REGISTRE.
           MOVE 0 TO w_rg_bloque
           MOVE fv_immat TO fvb_immat
           READ fvehbloc
           INVALID KEY
               MOVE fv_immat TO fvb_immat
               MOVE w_rg_motif TO fvb_motif
               MOVE "B" TO fvb_statut
               MOVE w_rg_jour TO fvb_date
               MOVE 0 TO fvb_admin
               WRITE tamp_fvehbloc
               INVALID KEY
                   CONTINUE
               END-WRITE
               MOVE 1 TO w_rg_bloque
           NOT INVALID KEY
               IF fvb_motif NOT = w_rg_motif THEN
                   MOVE w_rg_motif TO fvb_motif
                   MOVE "B" TO fvb_statut
                   MOVE w_rg_jour TO fvb_date
                   MOVE 0 TO fvb_admin
                   REWRITE tamp_fvehbloc
                   MOVE 1 TO w_rg_bloque
               END-IF
           END-READ

           IF w_rg_bloque = 1 THEN
               ADD 1 TO w_rg_bloques
               MOVE fv_conducteur TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               STRING "VEHICULE " fv_immat " BLOQUE : ECART AVEC LE"
                   " REGISTRE, CONTACTEZ-NOUS"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "VEHBLOQUE" TO w_mdl_type
               MOVE fv_immat TO w_mdl_ref
               PERFORM ENVOYER_NOTIFICATION
           END-IF.

       *> registre des vehicules depuis l'administration
       GERER_REGISTRE_VEHICULES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ REGISTRE DES VEHICULES ------"
               DISPLAY "1.   CHARGER ET RAPPROCHER"
               DISPLAY "2.   VEHICULES BLOQUES"
               DISPLAY "3.   LEVER UN BLOCAGE"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM RAPPROCHER_REGISTRE_CORPS
           WHEN 2
               PERFORM LISTER_VEHICULES_BLOQUES
           WHEN 3
               PERFORM LEVER_BLOCAGE_VEHICULE
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_VEHICULES_BLOQUES.
           MOVE 0 TO w_rg_bloques
           OPEN INPUT fvehbloc
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fvehbloc NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fvb_statut = "B" THEN
                       ADD 1 TO w_rg_bloques
                       DISPLAY fvb_immat " depuis le " fvb_date
                           " : " fvb_motif
                   END-IF
           END-PERFORM
           CLOSE fvehbloc
           DISPLAY w_rg_bloques " vehicule(s) bloque(s).".

       LEVER_BLOCAGE_VEHICULE.
           DISPLAY "Immatriculation du vehicule a debloquer."
           MOVE SPACE TO w_rg_immat
           ACCEPT w_rg_immat
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO w_rg_bloque
           OPEN I-O fvehbloc
           MOVE w_rg_immat TO fvb_immat
           READ fvehbloc
           INVALID KEY
               DISPLAY "Ce vehicule n'est pas bloque."
           NOT INVALID KEY
               IF fvb_statut NOT = "B" THEN
                   DISPLAY "Ce vehicule n'est pas bloque."
               ELSE
                   DISPLAY "Motif : " fvb_motif
                   MOVE "L" TO fvb_statut
                   COMPUTE fvb_date = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                   MOVE wu_telephone TO fvb_admin
                   REWRITE tamp_fvehbloc
                   MOVE 1 TO w_rg_bloque
               END-IF
           END-READ
           CLOSE fvehbloc

           IF w_rg_bloque = 1 THEN
               MOVE "BLOCAGE VEHICULE LEVE" TO w_audit_action
               MOVE w_rg_immat TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
               OPEN INPUT fvoiture
               MOVE w_rg_immat TO fv_immat
               READ fvoiture
               NOT INVALID KEY
                   MOVE fv_conducteur TO w_notif_telephone
                   MOVE SPACE TO w_notif_message
                   STRING "VEHICULE " fv_immat " DEBLOQUE, VOUS"
                       " POUVEZ A NOUVEAU PUBLIER"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "VEHDEBLOQ" TO w_mdl_type
                   MOVE fv_immat TO w_mdl_ref
                   PERFORM ENVOYER_NOTIFICATION
               END-READ
               CLOSE fvoiture
               DISPLAY "Blocage leve."
           END-IF.

       *> extrait incremental pour l'entrepot de donnees : les images
       *> apres du journal posterieures au dernier extrait deviennent
       *> des mouvements I (creation), U (modification) ou D
       *> (suppression) ; l'enregistrement de controle n'avance qu'une
       *> fois l'extrait complet, un passage interrompu se relance
       *> donc tel quel. En reprise (w_et_reprise a 1), le dernier
       *> extrait est regenere a l'identique sans toucher au controle
       EXTRAIRE_ENTREPOT_CORPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE ZEROS TO w_et_compteurs
           MOVE 0 TO w_et_seq
           MOVE 0 TO w_et_ligne
           MOVE 0 TO w_et_ignorees

           OPEN I-O fetctl
           MOVE "BI" TO fet_cle
           READ fetctl
           INVALID KEY
               MOVE "BI" TO fet_cle
               MOVE 0 TO fet_passage
               MOVE 0 TO fet_position
               MOVE 0 TO fet_ts
               MOVE 0 TO fet_position_prec
               MOVE 0 TO fet_ts_prec
               MOVE 0 TO fet_date
               WRITE tamp_fetctl
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-READ

           IF w_et_reprise = 1 THEN
               MOVE fet_passage TO w_et_passage
               MOVE fet_position_prec TO w_et_depuis
               MOVE fet_ts_prec TO w_et_ts_depuis
               MOVE fet_position TO w_et_jusqua
               MOVE fet_ts TO w_et_ts_fin
           ELSE
               ADD 1 TO fet_passage GIVING w_et_passage
               MOVE fet_position TO w_et_depuis
               MOVE fet_ts TO w_et_ts_depuis
               MOVE 999999999 TO w_et_jusqua
               MOVE fet_ts TO w_et_ts_fin
           END-IF

           IF w_et_reprise = 1 AND fet_passage = 0 THEN
               CLOSE fetctl
               DISPLAY "Aucun extrait precedent a regenerer."
               MOVE 4 TO w_job_rc
           ELSE
               OPEN OUTPUT fentrepot
               MOVE SPACE TO w_et_entete
               MOVE "H" TO w_eth_type
               MOVE w_et_passage TO w_eth_passage
               IF w_et_reprise = 1 THEN
                   MOVE "R" TO w_eth_nature
               ELSE
                   MOVE "N" TO w_eth_nature
               END-IF
               COMPUTE w_eth_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               COMPUTE w_eth_heure = WS-CURRENT-HOUR * 10000
                   + WS-CURRENT-MIN * 100 + WS-CURRENT-SEC
               MOVE w_et_depuis TO w_eth_depuis
               MOVE w_et_ts_depuis TO w_eth_ts_depuis
               WRITE tamp_fentrepot FROM w_et_entete

               OPEN INPUT fjournal
               IF cr_fjournal = 00 THEN
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fjournal
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           ADD 1 TO w_et_ligne
                           IF w_et_ligne > w_et_jusqua THEN
                               SUBTRACT 1 FROM w_et_ligne
                               MOVE 0 TO w_fin
                           ELSE
                               IF w_et_ligne > w_et_depuis THEN
                                   PERFORM EXTRAIRE_IMAGE_ENTREPOT
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fjournal
               END-IF

               MOVE 1 TO w_et_i
               PERFORM WITH TEST AFTER UNTIL w_et_i > 4
                   MOVE SPACE TO w_et_total
                   MOVE "T" TO w_ett_type
                   MOVE w_et_passage TO w_ett_passage
                   MOVE w_et_fichier(w_et_i) TO w_ett_fichier
                   MOVE w_et_ins(w_et_i) TO w_ett_ins
                   MOVE w_et_maj(w_et_i) TO w_ett_maj
                   MOVE w_et_sup(w_et_i) TO w_ett_sup
                   COMPUTE w_ett_total = w_et_ins(w_et_i)
                       + w_et_maj(w_et_i) + w_et_sup(w_et_i)
                   WRITE tamp_fentrepot FROM w_et_total
                   ADD 1 TO w_et_i
               END-PERFORM

               MOVE SPACE TO w_et_fin
               MOVE "F" TO w_etf_type
               MOVE w_et_passage TO w_etf_passage
               MOVE w_et_seq TO w_etf_lignes
               MOVE w_et_ligne TO w_etf_position
               MOVE w_et_ts_fin TO w_etf_ts
               MOVE w_et_ignorees TO w_etf_ignorees
               WRITE tamp_fentrepot FROM w_et_fin
               CLOSE fentrepot

               *> le controle n'avance qu'ici, extrait ecrit et ferme
               IF w_et_reprise = 0 THEN
                   MOVE fet_position TO fet_position_prec
                   MOVE fet_ts TO fet_ts_prec
                   MOVE w_et_passage TO fet_passage
                   MOVE w_et_ligne TO fet_position
                   MOVE w_et_ts_fin TO fet_ts
                   MOVE w_eth_date TO fet_date
                   REWRITE tamp_fetctl
               END-IF
               CLOSE fetctl

               DISPLAY "Extrait entrepot " w_et_passage " : " w_et_seq
                   " mouvement(s) du journal, lignes " w_et_depuis
                   " a " w_et_ligne
               ADD w_et_seq w_et_ignorees GIVING w_ctl_lus
               MOVE w_et_seq TO w_ctl_ecrits
               MOVE w_et_ignorees TO w_ctl_rejets
               IF w_et_ignorees > 0 THEN
                   DISPLAY w_et_ignorees " image(s) non reconnue(s)."
                   MOVE 4 TO w_job_rc
               END-IF
           END-IF.

       *> une image du journal (tamp_fjournal) vers l'extrait
       EXTRAIRE_IMAGE_ENTREPOT.
           EVALUATE tamp_fjournal(15:4)
           WHEN "UTIL"
               MOVE 1 TO w_et_i
           WHEN "ANNO"
               MOVE 2 TO w_et_i
           WHEN "RESA"
               MOVE 3 TO w_et_i
           WHEN "TRAN"
               MOVE 4 TO w_et_i
           WHEN OTHER
               MOVE 0 TO w_et_i
           END-EVALUATE

           MOVE SPACE TO w_et_detail
           EVALUATE tamp_fjournal(19:1)
           WHEN "E"
               MOVE "I" TO w_etd_op
           WHEN "M"
               MOVE "U" TO w_etd_op
           WHEN "S"
               MOVE "D" TO w_etd_op
           WHEN OTHER
               MOVE 0 TO w_et_i
           END-EVALUATE

           IF w_et_i = 0 THEN
               ADD 1 TO w_et_ignorees
           ELSE
               ADD 1 TO w_et_seq
               MOVE "D" TO w_etd_type
               MOVE w_et_passage TO w_etd_passage
               MOVE w_et_seq TO w_etd_seq
               MOVE FUNCTION NUMVAL(tamp_fjournal(1:14)) TO w_etd_ts
               MOVE tamp_fjournal(15:4) TO w_etd_fichier
               MOVE tamp_fjournal(20:250) TO w_etd_image
               WRITE tamp_fentrepot FROM w_et_detail
               MOVE w_etd_ts TO w_et_ts_fin
               EVALUATE w_etd_op
               WHEN "I"
                   ADD 1 TO w_et_ins(w_et_i)
               WHEN "U"
                   ADD 1 TO w_et_maj(w_et_i)
               WHEN OTHER
                   ADD 1 TO w_et_sup(w_et_i)
               END-EVALUATE
           END-IF.

       *> points de reprise des traitements longs : w_ckp_cle nomme
       *> le traitement (et sa periode), w_ckp_position le dernier
       *> enregistrement valide ; la fiche est effacee en fin de
       *> passage complet, une fiche presente est donc un passage
       *> interrompu que la prochaine execution reprend
       LIRE_POINT_REPRISE.
           MOVE 0 TO w_ckp_position
           MOVE 0 TO w_ckp_compte
           OPEN INPUT fcheckpoint
           IF cr_fcheckpoint = 00 THEN
               MOVE w_ckp_cle TO ckp_cle
               READ fcheckpoint
               NOT INVALID KEY
                   MOVE ckp_dernier_code TO w_ckp_position
               END-READ
               CLOSE fcheckpoint
           END-IF.

       ECRIRE_POINT_REPRISE.
           MOVE 0 TO w_ckp_compte
           OPEN I-O fcheckpoint
           MOVE w_ckp_cle TO ckp_cle
           MOVE w_ckp_position TO ckp_dernier_code
           WRITE tamp_fcheckpoint
           INVALID KEY
               REWRITE tamp_fcheckpoint
           END-WRITE
           CLOSE fcheckpoint.

       *> validation periodique : toutes les w_ckp_intervalle
       *> fiches traitees, w_ckp_position est ecrit
       AVANCER_POINT_REPRISE.
           ADD 1 TO w_ckp_compte
           IF w_ckp_compte >= w_ckp_intervalle THEN
               PERFORM ECRIRE_POINT_REPRISE
           END-IF.

       CLORE_POINT_REPRISE.
           MOVE 0 TO w_ckp_compte
           OPEN I-O fcheckpoint
           MOVE w_ckp_cle TO ckp_cle
           READ fcheckpoint
           NOT INVALID KEY
               DELETE fcheckpoint RECORD
           END-READ
           CLOSE fcheckpoint.

       *> consultation et effacement des points de reprise ouverts
       GERER_POINTS_REPRISE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ POINTS DE REPRISE ------"
               DISPLAY "1.   LISTER LES POINTS OUVERTS"
               DISPLAY "2.   EFFACER UN POINT DE REPRISE"
               DISPLAY "3.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM LISTER_POINTS_REPRISE
           WHEN 2
               PERFORM EFFACER_POINT_REPRISE
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_POINTS_REPRISE.
           MOVE 0 TO w_ckp_nb
           OPEN INPUT fcheckpoint
           IF cr_fcheckpoint = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcheckpoint NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF ckp_dernier_code NOT = 0 THEN
                           ADD 1 TO w_ckp_nb
                           DISPLAY ckp_cle " : arrete apres "
                               ckp_dernier_code
                       END-IF
               END-PERFORM
               CLOSE fcheckpoint
           END-IF
           DISPLAY w_ckp_nb " point(s) de reprise ouvert(s)."
           DISPLAY "(ANONxxx a 999999 : etape deja faite ; ROTxxx :"
           DISPLAY "generation d'archive en cours)".

       *> apres correction manuelle, l'operateur efface le point de
       *> reprise : la prochaine execution repart du debut
       EFFACER_POINT_REPRISE.
           DISPLAY "Cle du point de reprise a effacer."
           MOVE SPACE TO w_ckp_cle
           ACCEPT w_ckp_cle
           PERFORM LIRE_POINT_REPRISE
           IF w_ckp_position = 0 THEN
               DISPLAY "Aucun point de reprise ouvert sous cette cle."
           ELSE
               DISPLAY w_ckp_cle " : arrete apres " w_ckp_position
               PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
                   w_rep = "NON"
                   DISPLAY "Effacer ce point de reprise ? (OUI/NON)"
                   ACCEPT w_rep
               END-PERFORM
               IF w_rep = "OUI" THEN
                   PERFORM CLORE_POINT_REPRISE
                   MOVE "POINT DE REPRISE EFFACE" TO w_audit_action
                   MOVE w_ckp_cle TO w_audit_cible
                   PERFORM JOURNALISER_ADMIN
                   DISPLAY "Point de reprise efface."
               END-IF
           END-IF.

       *> totaux de controle du travail batch en cours : compteurs
       *> d'enregistrements tenus par le travail, montants du ledger
       *> par type cumules par ENREGISTRER_TRANSACTION, rubriques
       *> propres au travail (AJOUTER_TOTAL_CONTROLE)
       INITIALISER_TOTAUX_CONTROLE.
           MOVE 0 TO w_ctl_lus
           MOVE 0 TO w_ctl_ecrits
           MOVE 0 TO w_ctl_rejets
           MOVE 0 TO w_ctl_nb_ext
           MOVE ZEROS TO w_ctl_ledger
           MOVE 1 TO w_ctl_i
           PERFORM WITH TEST AFTER UNTIL w_ctl_i > 6
               MOVE SPACE TO w_ctl_ext_nom(w_ctl_i)
               MOVE 0 TO w_ctl_ext_val(w_ctl_i)
               ADD 1 TO w_ctl_i
           END-PERFORM.

       CUMULER_TOTAL_LEDGER.
           MOVE 1 TO w_ctl_i
           PERFORM WITH TEST AFTER UNTIL w_ctl_i > 26
               IF w_ctl_lettres(w_ctl_i:1) = ft_type THEN
                   ADD ft_montant TO w_ctl_led_montant(w_ctl_i)
                   MOVE 26 TO w_ctl_i
               END-IF
               ADD 1 TO w_ctl_i
           END-PERFORM.

       *> rubrique w_ctl_rubrique = w_ctl_valeur pour le travail
       AJOUTER_TOTAL_CONTROLE.
           IF w_ctl_nb_ext < 6 THEN
               ADD 1 TO w_ctl_nb_ext
               MOVE w_ctl_rubrique TO w_ctl_ext_nom(w_ctl_nb_ext)
               MOVE w_ctl_valeur TO w_ctl_ext_val(w_ctl_nb_ext)
           END-IF.

       ECRIRE_TOTAUX_CONTROLE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_ctl_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN I-O fctltot
           MOVE "LUS" TO w_ctl_rubrique
           MOVE w_ctl_lus TO w_ctl_valeur
           PERFORM ECRIRE_UN_TOTAL_CONTROLE
           MOVE "ECRITS" TO w_ctl_rubrique
           MOVE w_ctl_ecrits TO w_ctl_valeur
           PERFORM ECRIRE_UN_TOTAL_CONTROLE
           MOVE "REJETS" TO w_ctl_rubrique
           MOVE w_ctl_rejets TO w_ctl_valeur
           PERFORM ECRIRE_UN_TOTAL_CONTROLE
           MOVE "RC" TO w_ctl_rubrique
           MOVE w_job_rc TO w_ctl_valeur
           PERFORM ECRIRE_UN_TOTAL_CONTROLE

           MOVE 1 TO w_ctl_i
           PERFORM WITH TEST AFTER UNTIL w_ctl_i > 26
               IF w_ctl_led_montant(w_ctl_i) > 0 THEN
                   MOVE SPACE TO w_ctl_rubrique
                   STRING "LEDGER-" w_ctl_lettres(w_ctl_i:1)
                       DELIMITED BY SIZE INTO w_ctl_rubrique
                   MOVE w_ctl_led_montant(w_ctl_i) TO w_ctl_valeur
                   PERFORM ECRIRE_UN_TOTAL_CONTROLE
               END-IF
               ADD 1 TO w_ctl_i
           END-PERFORM

           MOVE 1 TO w_ctl_i
           PERFORM WITH TEST AFTER UNTIL w_ctl_i > w_ctl_nb_ext
               IF w_ctl_nb_ext > 0 THEN
                   MOVE w_ctl_ext_nom(w_ctl_i) TO w_ctl_rubrique
                   MOVE w_ctl_ext_val(w_ctl_i) TO w_ctl_valeur
                   PERFORM ECRIRE_UN_TOTAL_CONTROLE
               END-IF
               ADD 1 TO w_ctl_i
           END-PERFORM
           CLOSE fctltot.

       ECRIRE_UN_TOTAL_CONTROLE.
           MOVE w_ctl_jour TO fct_date
           MOVE w_job_nom TO fct_job
           MOVE w_ctl_rubrique TO fct_rubrique
           MOVE w_trn_id TO fct_train
           MOVE w_ctl_valeur TO fct_valeur
           COMPUTE fct_heure = WS-CURRENT-HOUR * 10000
               + WS-CURRENT-MIN * 100 + WS-CURRENT-SEC
           WRITE tamp_fctltot
           INVALID KEY
               REWRITE tamp_fctltot
           END-WRITE.

       *> equilibrage des totaux du jour w_eq_jour entre travaux :
       *> les prix regles doivent se retrouver au debit des
       *> voyageurs (ou a la charge d'un employeur) et au credit des
       *> conducteurs plus la commission ; le passif du jour doit
       *> valoir celui de la veille plus les mouvements nets du
       *> ledger du jour ; le rapprochement des soldes ne doit
       *> laisser aucun compte en ecart. Tout desequilibre leve le
       *> code retour 8 (les etapes qui en dependent sont sautees)
       *> et une alerte au cockpit
       EQUILIBRER_TOTAUX_CORPS.
           MOVE 0 TO w_eq_ecarts
           OPEN OUTPUT fequilibre
           MOVE SPACE TO tamp_fequilibre
           STRING "EQUILIBRAGE DES TOTAUX DE CONTROLE DU " w_eq_jour
               DELIMITED BY SIZE INTO tamp_fequilibre
           WRITE tamp_fequilibre

           OPEN INPUT fctltot

           *> reglement : prix = debits voyageurs + part employeur
           MOVE "REGLEMENT" TO w_eq_job
           MOVE "PRIX" TO w_eq_rubrique
           PERFORM LIRE_TOTAL_CONTROLE
           IF w_eq_trouve = 0 THEN
               MOVE "REGLEMENT NON PASSE CE JOUR" TO w_eq_libelle
               PERFORM NOTER_EQUATION_ABSENTE
           ELSE
               MOVE w_eq_valeur TO w_eq_gauche
               MOVE "LEDGER-D" TO w_eq_rubrique
               PERFORM LIRE_TOTAL_CONTROLE
               MOVE w_eq_valeur TO w_eq_droite
               MOVE "EMPLOYEUR" TO w_eq_rubrique
               PERFORM LIRE_TOTAL_CONTROLE
               ADD w_eq_valeur TO w_eq_droite
               MOVE "PRIX = DEBITS + EMPLOYEURS" TO w_eq_libelle
               PERFORM NOTER_EQUATION

               *> prix = credits conducteurs + commission
               MOVE "LEDGER-C" TO w_eq_rubrique
               PERFORM LIRE_TOTAL_CONTROLE
               MOVE w_eq_valeur TO w_eq_droite
               MOVE "COMMISSION" TO w_eq_rubrique
               PERFORM LIRE_TOTAL_CONTROLE
               ADD w_eq_valeur TO w_eq_droite
               MOVE "PRIX = CREDITS + COMMISSION" TO w_eq_libelle
               PERFORM NOTER_EQUATION
           END-IF

           *> rapprochement : aucun compte en ecart avec le ledger
           MOVE "RAPPROCHE" TO w_eq_job
           MOVE "ECARTS" TO w_eq_rubrique
           PERFORM LIRE_TOTAL_CONTROLE
           IF w_eq_trouve = 0 THEN
               MOVE "RAPPROCHEMENT NON PASSE CE JOUR" TO w_eq_libelle
               PERFORM NOTER_EQUATION_ABSENTE
           ELSE
               MOVE w_eq_valeur TO w_eq_gauche
               MOVE 0 TO w_eq_droite
               MOVE "COMPTES EN ECART = 0" TO w_eq_libelle
               PERFORM NOTER_EQUATION
           END-IF
           CLOSE fctltot

           *> passif : veille + mouvements nets du jour
           PERFORM EQUILIBRER_PASSIF

           MOVE SPACE TO tamp_fequilibre
           STRING "FIN : " w_eq_ecarts " DESEQUILIBRE(S)"
               DELIMITED BY SIZE INTO tamp_fequilibre
           WRITE tamp_fequilibre
           CLOSE fequilibre

           *> resultat conserve pour le cockpit
           OPEN I-O fctltot
           MOVE w_eq_jour TO fct_date
           MOVE "EQUILIBRE" TO fct_job
           MOVE "ECARTS" TO fct_rubrique
           MOVE w_trn_id TO fct_train
           MOVE w_eq_ecarts TO fct_valeur
           MOVE 0 TO fct_heure
           WRITE tamp_fctltot
           INVALID KEY
               REWRITE tamp_fctltot
           END-WRITE
           CLOSE fctltot

           IF w_eq_ecarts > 0 THEN
               MOVE 8 TO w_job_rc
               DISPLAY "*** DESEQUILIBRE DES TOTAUX DE CONTROLE : "
                   w_eq_ecarts " equation(s), voir equilibre.dat"
           ELSE
               DISPLAY "Totaux de controle equilibres."
           END-IF.

       *> w_eq_valeur de la rubrique w_eq_rubrique du travail
       *> w_eq_job au jour w_eq_jour (0 si absente, w_eq_trouve a 0) ;
       *> fctltot est ouvert par l'appelant
       LIRE_TOTAL_CONTROLE.
           MOVE 0 TO w_eq_trouve
           MOVE 0 TO w_eq_valeur
           MOVE w_eq_jour TO fct_date
           MOVE w_eq_job TO fct_job
           MOVE w_eq_rubrique TO fct_rubrique
           READ fctltot
           NOT INVALID KEY
               MOVE 1 TO w_eq_trouve
               MOVE fct_valeur TO w_eq_valeur
           END-READ.

       NOTER_EQUATION.
           MOVE w_eq_gauche TO w_eq_edit1
           MOVE w_eq_droite TO w_eq_edit2
           MOVE SPACE TO tamp_fequilibre
           IF w_eq_gauche = w_eq_droite THEN
               STRING "OK     " w_eq_libelle " " w_eq_edit1
                   DELIMITED BY SIZE INTO tamp_fequilibre
           ELSE
               ADD 1 TO w_eq_ecarts
               STRING "ECART  " w_eq_libelle " " w_eq_edit1
                   " <> " w_eq_edit2
                   DELIMITED BY SIZE INTO tamp_fequilibre
           END-IF
           WRITE tamp_fequilibre.

       NOTER_EQUATION_ABSENTE.
           MOVE SPACE TO tamp_fequilibre
           STRING "NON VERIFIEE : " w_eq_libelle
               DELIMITED BY SIZE INTO tamp_fequilibre
           WRITE tamp_fequilibre.

       *> passif de cloture du jour = passif de la veille + somme
       *> signee des mouvements du ledger dates du jour (memes sens
       *> que CALCULER_SOLDE_LEDGER)
       EQUILIBRER_PASSIF.
           COMPUTE w_jour_entier =
               FUNCTION INTEGER-OF-DATE(w_eq_jour) - 1
           MOVE FUNCTION DATE-OF-INTEGER(w_jour_entier) TO w_eq_hier
           MOVE 0 TO w_eq_trouve
           OPEN INPUT fpassif
           MOVE w_eq_jour TO fps_date
           READ fpassif
           NOT INVALID KEY
               MOVE fps_total TO w_eq_gauche
               MOVE w_eq_hier TO fps_date
               READ fpassif
               NOT INVALID KEY
                   MOVE fps_total TO w_eq_droite
                   MOVE 1 TO w_eq_trouve
               END-READ
           END-READ
           CLOSE fpassif

           IF w_eq_trouve = 0 THEN
               MOVE "PASSIF DU JOUR OU DE LA VEILLE ABSENT"
                   TO w_eq_libelle
               PERFORM NOTER_EQUATION_ABSENTE
           ELSE
               OPEN INPUT ftransaction
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftransaction NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF ft_annee * 10000 + ft_mois * 100 + ft_jour
                          = w_eq_jour THEN
                           EVALUATE ft_type
                           WHEN "W"
                           WHEN "H"
                           WHEN "D"
                           WHEN "Y"
                           WHEN "V"
                           WHEN "F"
                           WHEN "K"
                           WHEN "N"
                           WHEN "Z"
                               SUBTRACT ft_montant FROM w_eq_droite
                           WHEN OTHER
                               ADD ft_montant TO w_eq_droite
                           END-EVALUATE
                       END-IF
               END-PERFORM
               CLOSE ftransaction
               MOVE "PASSIF = VEILLE + LEDGER DU JOUR" TO w_eq_libelle
               PERFORM NOTER_EQUATION
           END-IF.

       *> sauvegarde a un instant donne de tous les fichiers de
       *> l'application : les connexions des agents sont gelees le
       *> temps de la copie (un administrateur peut toujours entrer),
       *> le travail refuse de partir tant que des sessions du jour
       *> sont ouvertes (sauf BACKUP FORCE), puis chaque fichier est
       *> recopie dans sauvegarde.dat sous un numero de generation ;
       *> le catalogue retient pour chaque fichier le nombre
       *> d'enregistrements et une somme de controle, et pour le jeu
       *> la position du journal des images apres d'ou REJOUER_JOURNAL
       *> repart apres une restauration
       SAUVEGARDER_CORPS.
           MOVE 1 TO w_sav_gel
           PERFORM POSER_GEL_SAUVEGARDE
           PERFORM COMPTER_SESSIONS_ACTIVES
           IF w_sav_sessions > 0 AND w_sav_force = 0 THEN
               DISPLAY "*** Sauvegarde refusee : " w_sav_sessions
                   " session(s) ouverte(s) aujourd'hui."
               DISPLAY "Relancer apres deconnexion des agents ou"
               DISPLAY "avec la carte BACKUP FORCE."
               MOVE 8 TO w_job_rc
           ELSE
               IF w_sav_sessions > 0 THEN
                   DISPLAY "*** Sauvegarde forcee malgre "
                       w_sav_sessions " session(s) ouverte(s)."
                   MOVE 4 TO w_job_rc
               END-IF
               PERFORM PRENDRE_JEU_SAUVEGARDE
           END-IF
           MOVE 0 TO w_sav_gel
           PERFORM POSER_GEL_SAUVEGARDE.

       *> w_sav_gel = 1 interdit les connexions agent, 0 les rouvre ;
       *> le drapeau vit dans fparam pour qu'un administrateur puisse
       *> le lever a la main si le travail s'est arrete en route
       POSER_GEL_SAUVEGARDE.
           OPEN I-O fparam
           MOVE "SAUVEGARDE-EN-COURS" TO fpar_cle
           MOVE w_sav_gel TO fpar_valeur
           WRITE tamp_fparam
           INVALID KEY
               REWRITE tamp_fparam
           END-WRITE
           CLOSE fparam.

       LIRE_GEL_SAUVEGARDE.
           MOVE 0 TO w_sav_gel
           OPEN INPUT fparam
           IF cr_fparam = 00 THEN
               MOVE "SAUVEGARDE-EN-COURS" TO fpar_cle
               READ fparam
               NOT INVALID KEY
                   IF fpar_valeur = 1 THEN
                       MOVE 1 TO w_sav_gel
                   END-IF
               END-READ
               CLOSE fparam
           END-IF.

       *> sessions posees aujourd'hui ; les lignes plus anciennes
       *> sont celles de postes arretes sans deconnexion
       COMPTER_SESSIONS_ACTIVES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_sav_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_sav_sessions
           OPEN INPUT fsession
           IF cr_fsession = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsession NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fse_annee * 10000 + fse_mois * 100
                          + fse_jour = w_sav_jour THEN
                           ADD 1 TO w_sav_sessions
                           DISPLAY "Session ouverte : " fse_telephone
                               " depuis " fse_hh ":" fse_mn
                       END-IF
               END-PERFORM
               CLOSE fsession
           END-IF.

       PRENDRE_JEU_SAUVEGARDE.
           MOVE "s" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               MOVE 8 TO w_job_rc
           ELSE
               MOVE w_code_code TO w_sav_gen
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE w_sav_jour = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               COMPUTE w_sav_heure = WS-CURRENT-HOUR * 10000
                   + WS-CURRENT-MIN * 100 + WS-CURRENT-SEC

               *> position du journal au moment de la prise : plus
               *> rien n'y est ajoute tant que dure le gel
               MOVE 0 TO w_sav_jrn_position
               MOVE 0 TO w_sav_jrn_ts
               OPEN INPUT fjournal
               IF cr_fjournal = 00 THEN
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fjournal
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           ADD 1 TO w_sav_jrn_position
                           MOVE FUNCTION NUMVAL(tamp_fjournal(1:14))
                               TO w_sav_jrn_ts
                       END-READ
                   END-PERFORM
                   CLOSE fjournal
               END-IF

               MOVE "E" TO w_sav_statut_jeu
               PERFORM ECRIRE_ENTETE_SAUVEGARDE

               MOVE 0 TO w_sav_fichiers
               MOVE 0 TO w_sav_enreg
               MOVE 0 TO w_sav_anomalies
               OPEN EXTEND fsauvegarde
               IF cr_fsauvegarde = 35 THEN
                   OPEN OUTPUT fsauvegarde
               END-IF
               PERFORM SAUVER_TOUS_FICHIERS
               CLOSE fsauvegarde

               MOVE "C" TO w_sav_statut_jeu
               PERFORM ECRIRE_ENTETE_SAUVEGARDE

               MOVE w_sav_enreg TO w_ctl_lus
               MOVE w_sav_enreg TO w_ctl_ecrits
               MOVE w_sav_anomalies TO w_ctl_rejets
               IF w_sav_anomalies > 0 AND w_job_rc < 4 THEN
                   MOVE 4 TO w_job_rc
               END-IF
               DISPLAY "Sauvegarde " w_sav_gen " : " w_sav_fichiers
                   " fichier(s), " w_sav_enreg " enregistrement(s), "
                   w_sav_anomalies " fichier(s) non lisible(s)."
               DISPLAY "Journal des images apres a la ligne "
                   w_sav_jrn_position "."
           END-IF.

       ECRIRE_ENTETE_SAUVEGARDE.
           OPEN I-O fsavcat
           MOVE w_sav_gen TO fsg_gen
           MOVE "*JEU" TO fsg_fichier
           MOVE w_sav_statut_jeu TO fsg_statut
           MOVE w_sav_jour TO fsg_date
           MOVE w_sav_heure TO fsg_heure
           MOVE w_sav_enreg TO fsg_nb
           MOVE w_sav_fichiers TO fsg_somme
           MOVE 0 TO fsg_long
           MOVE w_sav_anomalies TO fsg_cr
           MOVE w_sav_jrn_position TO fsg_jrn_position
           MOVE w_sav_jrn_ts TO fsg_jrn_ts
           MOVE 0 TO fsg_verif_date
           MOVE 0 TO fsg_verif_nb
           MOVE 0 TO fsg_verif_somme
           WRITE tamp_fsavcat
           INVALID KEY
               REWRITE tamp_fsavcat
           END-WRITE
           CLOSE fsavcat.

       DEBUTER_FICHIER_SAUVE.
           MOVE 0 TO w_sav_nb
           MOVE 0 TO w_sav_somme.

       *> au releve de capacite (w_sav_mode 1) l'enregistrement lu
       *> est seulement compte
       DEPOSER_SAUVEGARDE.
           IF w_sav_mode = 1 THEN
               ADD 1 TO w_sav_nb
           ELSE
               PERFORM RECOPIER_IMAGE_SAUVEGARDE
           END-IF.

       RECOPIER_IMAGE_SAUVEGARDE.
           *> le gel pose par la sauvegarde elle-meme n'est pas
           *> recopie : un jeu restaure ne doit pas fermer les
           *> connexions
           IF w_sav_fichier = "fparam" AND
              w_sav_image(1:20) = "SAUVEGARDE-EN-COURS" THEN
               MOVE ZEROS TO w_sav_image(21:8)
           END-IF
           MOVE w_sav_gen TO fsv_gen
           MOVE w_sav_fichier TO fsv_fichier
           MOVE w_sav_image TO fsv_image
           WRITE tamp_fsauvegarde
           ADD 1 TO w_sav_nb
           ADD 1 TO w_sav_enreg
           PERFORM CUMULER_SOMME_SAUVEGARDE.

       *> somme de controle glissante sur l'image (meme calcul que
       *> l'empreinte des mots de passe), sur la longueur de
       *> l'enregistrement du fichier d'origine
       CUMULER_SOMME_SAUVEGARDE.
           MOVE 1 TO w_sav_idx
           PERFORM WITH TEST AFTER UNTIL w_sav_idx > w_sav_long
               MOVE w_sav_image(w_sav_idx:1) TO w_sav_car
               MOVE FUNCTION ORD(w_sav_car) TO w_sav_ord
               COMPUTE w_sav_tmp = w_sav_somme * 31 + w_sav_ord
               DIVIDE w_sav_tmp BY 9999999999 GIVING w_sav_q
                   REMAINDER w_sav_somme
               ADD 1 TO w_sav_idx
           END-PERFORM.

       *> fiche catalogue du fichier qui vient d'etre recopie ; un
       *> fichier absent (35) est catalogue vide, le journal du train
       *> en cours (41) est note sans etre recopie, tout autre code
       *> retour est une anomalie du jeu ; au releve de capacite le
       *> compte part dans l'historique de capacite
       CATALOGUER_FICHIER_SAUVE.
           IF w_sav_mode = 1 THEN
               PERFORM RELEVER_CAPACITE_FICHIER
           ELSE
               PERFORM INSCRIRE_CATALOGUE_SAUVE
           END-IF.

       INSCRIRE_CATALOGUE_SAUVE.
           OPEN I-O fsavcat
           MOVE w_sav_gen TO fsg_gen
           MOVE w_sav_fichier TO fsg_fichier
           EVALUATE w_sav_cr
           WHEN 00
               MOVE "S" TO fsg_statut
           WHEN 35
               MOVE "A" TO fsg_statut
           WHEN 41
               *> journal du train en cours, tenu ouvert par le
               *> travail lui-meme : il ne peut pas etre fige
               MOVE "O" TO fsg_statut
               DISPLAY w_sav_fichier " tenu ouvert par le train,"
                   " non recopie."
           WHEN OTHER
               MOVE "I" TO fsg_statut
               ADD 1 TO w_sav_anomalies
               DISPLAY "*** " w_sav_fichier " non sauve, code retour "
                   w_sav_cr
           END-EVALUATE
           MOVE w_sav_jour TO fsg_date
           MOVE w_sav_heure TO fsg_heure
           MOVE w_sav_nb TO fsg_nb
           MOVE w_sav_somme TO fsg_somme
           MOVE w_sav_long TO fsg_long
           MOVE w_sav_cr TO fsg_cr
           MOVE 0 TO fsg_jrn_position
           MOVE 0 TO fsg_jrn_ts
           MOVE 0 TO fsg_verif_date
           MOVE 0 TO fsg_verif_nb
           MOVE 0 TO fsg_verif_somme
           WRITE tamp_fsavcat
           INVALID KEY
               REWRITE tamp_fsavcat
           END-WRITE
           CLOSE fsavcat
           ADD 1 TO w_sav_fichiers.

       *> dernier jeu complet (C) ou verifie (V) du catalogue dans
       *> w_sav_gen, 0 s'il n'y en a aucun
       DERNIER_JEU_SAUVEGARDE.
           MOVE 0 TO w_sav_gen
           OPEN INPUT fsavcat
           IF cr_fsavcat = 00 THEN
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fsavcat NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fsg_fichier = "*JEU" AND
                          (fsg_statut = "C" OR fsg_statut = "V") THEN
                           MOVE fsg_gen TO w_sav_gen
                       END-IF
               END-PERFORM
               CLOSE fsavcat
           END-IF.

       *> lit la fiche d'en-tete du jeu w_sav_gen (w_sav_trouve)
       LIRE_ENTETE_SAUVEGARDE.
           MOVE 0 TO w_sav_trouve
           OPEN INPUT fsavcat
           IF cr_fsavcat = 00 THEN
               MOVE w_sav_gen TO fsg_gen
               MOVE "*JEU" TO fsg_fichier
               READ fsavcat
               NOT INVALID KEY
                   MOVE 1 TO w_sav_trouve
               END-READ
               CLOSE fsavcat
           END-IF.

       *> relecture d'essai du jeu w_sav_gen (0 = dernier jeu
       *> complet) : chaque fichier du jeu est relu dans
       *> sauvegarde.dat, recompte et resomme, puis compare au
       *> catalogue ; le jeu passe a V (verifie) ou X (en echec)
       VERIFIER_SAUVEGARDE_CORPS.
           IF w_sav_gen = 0 THEN
               PERFORM DERNIER_JEU_SAUVEGARDE
           END-IF
           PERFORM LIRE_ENTETE_SAUVEGARDE
           IF w_sav_trouve = 0 THEN
               DISPLAY "*** Jeu de sauvegarde " w_sav_gen
                   " absent du catalogue."
               MOVE 8 TO w_job_rc
           ELSE
               MOVE 0 TO w_sav_anomalies
               MOVE 0 TO w_sav_fichiers
               MOVE 0 TO w_sav_enreg
               IF fsg_statut = "E" THEN
                   DISPLAY "*** Jeu " w_sav_gen
                       " interrompu avant la fin de la copie."
                   ADD 1 TO w_sav_anomalies
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE w_sav_jour = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

               OPEN I-O fsavcat
               PERFORM REMETTRE_RELECTURE_A_ZERO

               MOVE SPACE TO w_sav_fichier
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde = 00 THEN
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fsauvegarde
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           IF fsv_gen = w_sav_gen THEN
                               PERFORM RELIRE_IMAGE_SAUVEGARDE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fsauvegarde
               END-IF
               IF w_sav_fichier NOT = SPACE THEN
                   PERFORM NOTER_RELECTURE_FICHIER
               END-IF

               PERFORM COMPARER_RELECTURE_CATALOGUE

               MOVE w_sav_gen TO fsg_gen
               MOVE "*JEU" TO fsg_fichier
               READ fsavcat
               NOT INVALID KEY
                   IF w_sav_anomalies = 0 THEN
                       MOVE "V" TO fsg_statut
                   ELSE
                       MOVE "X" TO fsg_statut
                   END-IF
                   MOVE w_sav_jour TO fsg_verif_date
                   MOVE w_sav_enreg TO fsg_verif_nb
                   MOVE w_sav_fichiers TO fsg_verif_somme
                   REWRITE tamp_fsavcat
               END-READ
               CLOSE fsavcat

               MOVE w_sav_enreg TO w_ctl_lus
               MOVE w_sav_anomalies TO w_ctl_rejets
               IF w_sav_anomalies > 0 THEN
                   MOVE 8 TO w_job_rc
                   DISPLAY "*** Jeu " w_sav_gen " EN ECHEC : "
                       w_sav_anomalies " anomalie(s)."
               ELSE
                   DISPLAY "Jeu " w_sav_gen " relu sans ecart : "
                       w_sav_fichiers " fichier(s), " w_sav_enreg
                       " enregistrement(s)."
               END-IF
           END-IF.

       *> fsavcat ouvert I-O par l'appelant
       REMETTRE_RELECTURE_A_ZERO.
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsavcat NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fsg_gen = w_sav_gen AND
                      fsg_fichier NOT = "*JEU" THEN
                       MOVE 0 TO fsg_verif_date
                       MOVE 0 TO fsg_verif_nb
                       MOVE 0 TO fsg_verif_somme
                       REWRITE tamp_fsavcat
                   END-IF
           END-PERFORM.

       *> les images d'un meme fichier se suivent dans le jeu : un
       *> changement de nom clot le decompte du fichier precedent
       RELIRE_IMAGE_SAUVEGARDE.
           IF fsv_fichier NOT = w_sav_fichier THEN
               IF w_sav_fichier NOT = SPACE THEN
                   PERFORM NOTER_RELECTURE_FICHIER
               END-IF
               MOVE fsv_fichier TO w_sav_fichier
               PERFORM DEBUTER_FICHIER_SAUVE
               MOVE 300 TO w_sav_long
               MOVE w_sav_gen TO fsg_gen
               MOVE w_sav_fichier TO fsg_fichier
               READ fsavcat
               NOT INVALID KEY
                   MOVE fsg_long TO w_sav_long
               END-READ
           END-IF
           MOVE fsv_image TO w_sav_image
           ADD 1 TO w_sav_nb
           ADD 1 TO w_sav_enreg
           PERFORM CUMULER_SOMME_SAUVEGARDE.

       NOTER_RELECTURE_FICHIER.
           ADD 1 TO w_sav_fichiers
           MOVE w_sav_gen TO fsg_gen
           MOVE w_sav_fichier TO fsg_fichier
           READ fsavcat
           INVALID KEY
               ADD 1 TO w_sav_anomalies
               DISPLAY "*** " w_sav_fichier " present dans le jeu"
                   " mais absent du catalogue."
           NOT INVALID KEY
               MOVE w_sav_jour TO fsg_verif_date
               MOVE w_sav_nb TO fsg_verif_nb
               MOVE w_sav_somme TO fsg_verif_somme
               REWRITE tamp_fsavcat
           END-READ.

       *> tout fichier catalogue doit avoir ete relu a l'identique ;
       *> un fichier vide ou absent n'a aucune image a relire
       COMPARER_RELECTURE_CATALOGUE.
           MOVE 0 TO fsg_gen
           MOVE SPACE TO fsg_fichier
           START fsavcat KEY IS NOT < fsg_cle
           INVALID KEY
               CONTINUE
           END-START
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsavcat NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fsg_gen = w_sav_gen AND
                      fsg_fichier NOT = "*JEU" THEN
                       IF fsg_statut = "I" THEN
                           ADD 1 TO w_sav_anomalies
                           DISPLAY "*** " fsg_fichier
                               " non sauve (code retour " fsg_cr ")"
                       ELSE
                           IF fsg_verif_nb NOT = fsg_nb OR
                              fsg_verif_somme NOT = fsg_somme THEN
                               ADD 1 TO w_sav_anomalies
                               DISPLAY "*** " fsg_fichier " : " fsg_nb
                                   " enreg. catalogues, " fsg_verif_nb
                                   " relus, somme "
                                   fsg_somme " / " fsg_verif_somme
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.

       *> catalogue des sauvegardes et relecture d'essai
       GERER_SAUVEGARDES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ SAUVEGARDES ------"
               DISPLAY "1.   LISTER LES JEUX DE SAUVEGARDE"
               DISPLAY "2.   DETAIL D'UN JEU"
               DISPLAY "3.   RELIRE (VERIFIER) UN JEU"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM LISTER_JEUX_SAUVEGARDE
           WHEN 2
               PERFORM DETAILLER_JEU_SAUVEGARDE
           WHEN 3
               DISPLAY "Generation a relire (0 = dernier jeu complet)."
               ACCEPT w_sav_gen
               MOVE 0 TO w_job_rc
               PERFORM VERIFIER_SAUVEGARDE_CORPS
               MOVE "RELECTURE SAUVEGARDE" TO w_audit_action
               MOVE w_sav_gen TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_JEUX_SAUVEGARDE.
           DISPLAY "GEN.   DATE     HEURE  ST ENREG.   JOURNAL"
           OPEN INPUT fsavcat
           IF cr_fsavcat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsavcat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fsg_fichier = "*JEU" THEN
                           DISPLAY fsg_gen " " fsg_date " " fsg_heure
                               " " fsg_statut "  " fsg_nb " "
                               fsg_jrn_position
                       END-IF
               END-PERFORM
               CLOSE fsavcat
           END-IF
           DISPLAY "(E en cours, C complet, V verifie, X en echec ;"
           DISPLAY "JOURNAL = ligne du journal au moment de la prise)".

       DETAILLER_JEU_SAUVEGARDE.
           DISPLAY "Generation a detailler."
           ACCEPT w_sav_gen
           OPEN INPUT fsavcat
           IF cr_fsavcat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsavcat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fsg_gen = w_sav_gen AND
                          fsg_fichier NOT = "*JEU" THEN
                           DISPLAY fsg_fichier " " fsg_statut " "
                               fsg_nb " " fsg_somme " relu "
                               fsg_verif_nb " " fsg_verif_somme
                       END-IF
               END-PERFORM
               CLOSE fsavcat
           END-IF.

       *> un paragraphe par fichier, dans l'ordre des declarations
       SAUVER_TOUS_FICHIERS.
           PERFORM SAUVER_UTILISATEUR
           PERFORM SAUVER_RESERVATION
           PERFORM SAUVER_STATISTIQUES
           PERFORM SAUVER_ANNONCE
           PERFORM SAUVER_VOITURE
           PERFORM SAUVER_TRAJET
           PERFORM SAUVER_CODE
           PERFORM SAUVER_TRANSACTION
           PERFORM SAUVER_REVIEWLOG
           PERFORM SAUVER_STATUSHIST
           PERFORM SAUVER_PWDHIST
           PERFORM SAUVER_RESET
           PERFORM SAUVER_SESSION
           PERFORM SAUVER_DEMANDE
           PERFORM SAUVER_INCIDENT
           PERFORM SAUVER_PENDRATING
           PERFORM SAUVER_RATING
           PERFORM SAUVER_WAITLIST
           PERFORM SAUVER_ARCHANNONCE
           PERFORM SAUVER_ARCHRESERVATION
           PERFORM SAUVER_PROMO
           PERFORM SAUVER_STOP
           PERFORM SAUVER_SPOOL
           PERFORM SAUVER_SPOOLCAT
           PERFORM SAUVER_REEMISSION
           PERFORM SAUVER_DOSSIER
           PERFORM SAUVER_FISCAL
           PERFORM SAUVER_JOURNAL
           PERFORM SAUVER_PROFIL
           PERFORM SAUVER_CALENDRIER
           PERFORM SAUVER_VILLE
           PERFORM SAUVER_CO2
           PERFORM SAUVER_INBOX
           PERFORM SAUVER_RECU
           PERFORM SAUVER_RECUDOC
           PERFORM SAUVER_CAISSE
           PERFORM SAUVER_BLOCAGE
           PERFORM SAUVER_EMBARQ
           PERFORM SAUVER_TRANSFERT
           PERFORM SAUVER_VERIF
           PERFORM SAUVER_KILOMETRE
           PERFORM SAUVER_MAPPING
           PERFORM SAUVER_JOURNALGL
           PERFORM SAUVER_PASSIF
           PERFORM SAUVER_SUSPENSION
           PERFORM SAUVER_KIOSQUE
           PERFORM SAUVER_LOGARCHIVE
           PERFORM SAUVER_GENCAT
           PERFORM SAUVER_GESTE
           PERFORM SAUVER_PARRAIN
           PERFORM SAUVER_POINTS
           PERFORM SAUVER_VETTING
           PERFORM SAUVER_CONFORT
           PERFORM SAUVER_MESSAGE
           PERFORM SAUVER_BANQUE
           PERFORM SAUVER_FIABILITE
           PERFORM SAUVER_ALERTE
           PERFORM SAUVER_NOTIF
           PERFORM SAUVER_HEALTHLOG
           PERFORM SAUVER_MANIFEST
           PERFORM SAUVER_REVENUE
           PERFORM SAUVER_PAYOUT
           PERFORM SAUVER_VIREMENT
           PERFORM SAUVER_RETENTION
           PERFORM SAUVER_TARIF
           PERFORM SAUVER_PARAM
           PERFORM SAUVER_AUDIT
           PERFORM SAUVER_PARAMHIST
           PERFORM SAUVER_RETRY
           PERFORM SAUVER_ROUTEPERF
           PERFORM SAUVER_RELEVE
           PERFORM SAUVER_BATCHCARTE
           PERFORM SAUVER_BATCHRUN
           PERFORM SAUVER_OUTBOX
           PERFORM SAUVER_INVOICE
           PERFORM SAUVER_FACTURE
           PERFORM SAUVER_CLOTURE
           PERFORM SAUVER_MENSUEL
           PERFORM SAUVER_SAUVETAGE
           PERFORM SAUVER_INTEGRITE
           PERFORM SAUVER_RECONCILE
           PERFORM SAUVER_CSVUSER
           PERFORM SAUVER_CSVANNONCE
           PERFORM SAUVER_CSVRESERVATION
           PERFORM SAUVER_ENTREPRISE
           PERFORM SAUVER_SALARIE
           PERFORM SAUVER_ROUTENT
           PERFORM SAUVER_PRISECHARGE
           PERFORM SAUVER_ENTFACT
           PERFORM SAUVER_FACTENT
           PERFORM SAUVER_BON
           PERFORM SAUVER_CAPCOLIS
           PERFORM SAUVER_COLIS
           PERFORM SAUVER_DEMTRAJET
           PERFORM SAUVER_PROPOSITION
           PERFORM SAUVER_ABONNEMENT
           PERFORM SAUVER_ABOJOUR
           PERFORM SAUVER_EVENEMENT
           PERFORM SAUVER_EVANNONCE
           PERFORM SAUVER_TUTEUR
           PERFORM SAUVER_CONTACT
           PERFORM SAUVER_OBJET
           PERFORM SAUVER_PONCTUALITE
           PERFORM SAUVER_PALIER
           PERFORM SAUVER_PALIERHIST
           PERFORM SAUVER_FAVORI
           PERFORM SAUVER_PRIMEUR
           PERFORM SAUVER_RESAGENCE
           PERFORM SAUVER_AGENCE
           PERFORM SAUVER_AGENCEUTIL
           PERFORM SAUVER_RECHARGEATT
           PERFORM SAUVER_ACQUEREUR
           PERFORM SAUVER_ACQANOMALIE
           PERFORM SAUVER_LITIGE
           PERFORM SAUVER_DETTE
           PERFORM SAUVER_LITIGEACQ
           PERFORM SAUVER_VIRRETOUR
           PERFORM SAUVER_RETOURVIR
           PERFORM SAUVER_ACCUSE
           PERFORM SAUVER_ACCUSEREG
           PERFORM SAUVER_NUMECHEC
           PERFORM SAUVER_CONSENT
           PERFORM SAUVER_CONSENTHIST
           PERFORM SAUVER_MODELE
           PERFORM SAUVER_LANGUE
           PERFORM SAUVER_ASSUR
           PERFORM SAUVER_ASSREG
           PERFORM SAUVER_OPENDATA
           PERFORM SAUVER_ODETAT
           PERFORM SAUVER_IMPANN
           PERFORM SAUVER_IMPREJ
           PERFORM SAUVER_IMPCORR
           PERFORM SAUVER_EXTRAITVEH
           PERFORM SAUVER_REGVEH
           PERFORM SAUVER_VEHBLOC
           PERFORM SAUVER_ECARTVEH
           PERFORM SAUVER_ENTREPOT
           PERFORM SAUVER_ETCTL
           PERFORM SAUVER_BATCHCTL
           PERFORM SAUVER_CTLTOT
           PERFORM SAUVER_EQUILIBRE
           PERFORM SAUVER_SNAPUTIL
           PERFORM SAUVER_SNAPSTAT
           PERFORM SAUVER_CHECKPOINT
           PERFORM SAUVER_APPROB
           PERFORM SAUVER_DORMANCE
           PERFORM SAUVER_CLOTURECPT
           PERFORM SAUVER_MANDAT
           PERFORM SAUVER_PRELEV
           PERFORM SAUVER_SATISFACTION
           PERFORM SAUVER_NONRECLAME
           PERFORM SAUVER_PRELBANQUE
           PERFORM SAUVER_PRELRETOUR
           PERFORM SAUVER_PREVISION
           PERFORM SAUVER_CAPACITE
           PERFORM SAUVER_BAISSE.

       SAUVER_UTILISATEUR.
           MOVE "futilisateur" TO w_sav_fichier
           MOVE LENGTH OF tamp_futilisateur TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT futilisateur
           MOVE cr_futilisateur TO w_sav_cr
           IF cr_futilisateur = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ futilisateur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_futilisateur TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE futilisateur
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RESERVATION.
           MOVE "freservation" TO w_sav_fichier
           MOVE LENGTH OF tamp_freservation TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT freservation
           MOVE cr_freservation TO w_sav_cr
           IF cr_freservation = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_freservation TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE freservation
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_STATISTIQUES.
           MOVE "fstatistiques" TO w_sav_fichier
           MOVE LENGTH OF tamp_fstatistiques TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fstatistiques
           MOVE cr_fstatistiques TO w_sav_cr
           IF cr_fstatistiques = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fstatistiques TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fstatistiques
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ANNONCE.
           MOVE "fannonce" TO w_sav_fichier
           MOVE LENGTH OF tamp_fannonce TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fannonce
           MOVE cr_fannonce TO w_sav_cr
           IF cr_fannonce = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fannonce TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fannonce
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VOITURE.
           MOVE "fvoiture" TO w_sav_fichier
           MOVE LENGTH OF tamp_fvoiture TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fvoiture
           MOVE cr_fvoiture TO w_sav_cr
           IF cr_fvoiture = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvoiture NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fvoiture TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fvoiture
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_TRAJET.
           MOVE "ftrajet" TO w_sav_fichier
           MOVE LENGTH OF tamp_ftrajet TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ftrajet
           MOVE cr_ftrajet TO w_sav_cr
           IF cr_ftrajet = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftrajet NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ftrajet TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ftrajet
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CODE.
           MOVE "fcode" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcode TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcode
           MOVE cr_fcode TO w_sav_cr
           IF cr_fcode = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcode NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcode TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcode
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_TRANSACTION.
           MOVE "ftransaction" TO w_sav_fichier
           MOVE LENGTH OF tamp_ftransaction TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ftransaction
           MOVE cr_ftransaction TO w_sav_cr
           IF cr_ftransaction = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftransaction NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ftransaction TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ftransaction
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_REVIEWLOG.
           MOVE "freviewlog" TO w_sav_fichier
           MOVE LENGTH OF tamp_freviewlog TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT freviewlog
           MOVE cr_freviewlog TO w_sav_cr
           IF cr_freviewlog = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freviewlog
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_freviewlog TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE freviewlog
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_STATUSHIST.
           MOVE "fstatushist" TO w_sav_fichier
           MOVE LENGTH OF tamp_fstatushist TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fstatushist
           MOVE cr_fstatushist TO w_sav_cr
           IF cr_fstatushist = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fstatushist
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fstatushist TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fstatushist
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PWDHIST.
           MOVE "fpwdhist" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpwdhist TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpwdhist
           MOVE cr_fpwdhist TO w_sav_cr
           IF cr_fpwdhist = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpwdhist
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpwdhist TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpwdhist
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RESET.
           MOVE "freset" TO w_sav_fichier
           MOVE LENGTH OF tamp_freset TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT freset
           MOVE cr_freset TO w_sav_cr
           IF cr_freset = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freset NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_freset TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE freset
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SESSION.
           MOVE "fsession" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsession TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsession
           MOVE cr_fsession TO w_sav_cr
           IF cr_fsession = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsession NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsession TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsession
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_DEMANDE.
           MOVE "fdemande" TO w_sav_fichier
           MOVE LENGTH OF tamp_fdemande TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fdemande
           MOVE cr_fdemande TO w_sav_cr
           IF cr_fdemande = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdemande
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fdemande TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fdemande
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_INCIDENT.
           MOVE "fincident" TO w_sav_fichier
           MOVE LENGTH OF tamp_fincident TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fincident
           MOVE cr_fincident TO w_sav_cr
           IF cr_fincident = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fincident NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fincident TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fincident
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PENDRATING.
           MOVE "fpendrating" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpendrating TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpendrating
           MOVE cr_fpendrating TO w_sav_cr
           IF cr_fpendrating = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpendrating NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpendrating TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpendrating
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RATING.
           MOVE "frating" TO w_sav_fichier
           MOVE LENGTH OF tamp_frating TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT frating
           MOVE cr_frating TO w_sav_cr
           IF cr_frating = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ frating NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_frating TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE frating
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_WAITLIST.
           MOVE "fwaitlist" TO w_sav_fichier
           MOVE LENGTH OF tamp_fwaitlist TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fwaitlist
           MOVE cr_fwaitlist TO w_sav_cr
           IF cr_fwaitlist = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fwaitlist NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fwaitlist TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fwaitlist
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ARCHANNONCE.
           MOVE "farchannonce" TO w_sav_fichier
           MOVE LENGTH OF tamp_farchannonce TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT farchannonce
           MOVE cr_farchannonce TO w_sav_cr
           IF cr_farchannonce = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ farchannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_farchannonce TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE farchannonce
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ARCHRESERVATION.
           MOVE "farchreservation" TO w_sav_fichier
           MOVE LENGTH OF tamp_farchreservation TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT farchreservation
           MOVE cr_farchreservation TO w_sav_cr
           IF cr_farchreservation = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ farchreservation NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_farchreservation TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE farchreservation
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PROMO.
           MOVE "fpromo" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpromo TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpromo
           MOVE cr_fpromo TO w_sav_cr
           IF cr_fpromo = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpromo NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpromo TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpromo
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_STOP.
           MOVE "fstop" TO w_sav_fichier
           MOVE LENGTH OF tamp_fstop TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fstop
           MOVE cr_fstop TO w_sav_cr
           IF cr_fstop = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fstop NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fstop TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fstop
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SPOOL.
           MOVE "fspool" TO w_sav_fichier
           MOVE LENGTH OF tamp_fspool TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fspool
           MOVE cr_fspool TO w_sav_cr
           IF cr_fspool = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fspool
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fspool TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fspool
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SPOOLCAT.
           MOVE "fspoolcat" TO w_sav_fichier
           MOVE LENGTH OF tamp_fspoolcat TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fspoolcat
           MOVE cr_fspoolcat TO w_sav_cr
           IF cr_fspoolcat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fspoolcat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fspoolcat TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fspoolcat
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_REEMISSION.
           MOVE "freemission" TO w_sav_fichier
           MOVE LENGTH OF tamp_freemission TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT freemission
           MOVE cr_freemission TO w_sav_cr
           IF cr_freemission = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freemission
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_freemission TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE freemission
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_DOSSIER.
           MOVE "fdossier" TO w_sav_fichier
           MOVE LENGTH OF tamp_fdossier TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fdossier
           MOVE cr_fdossier TO w_sav_cr
           IF cr_fdossier = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdossier
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fdossier TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fdossier
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_FISCAL.
           MOVE "ffiscal" TO w_sav_fichier
           MOVE LENGTH OF tamp_ffiscal TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ffiscal
           MOVE cr_ffiscal TO w_sav_cr
           IF cr_ffiscal = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ffiscal
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ffiscal TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ffiscal
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_JOURNAL.
           MOVE "fjournal" TO w_sav_fichier
           MOVE LENGTH OF tamp_fjournal TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fjournal
           MOVE cr_fjournal TO w_sav_cr
           IF cr_fjournal = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fjournal
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fjournal TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fjournal
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PROFIL.
           MOVE "fprofil" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprofil TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprofil
           MOVE cr_fprofil TO w_sav_cr
           IF cr_fprofil = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprofil NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprofil TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprofil
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CALENDRIER.
           MOVE "fcalendrier" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcalendrier TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcalendrier
           MOVE cr_fcalendrier TO w_sav_cr
           IF cr_fcalendrier = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcalendrier NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcalendrier TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcalendrier
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VILLE.
           MOVE "fville" TO w_sav_fichier
           MOVE LENGTH OF tamp_fville TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fville
           MOVE cr_fville TO w_sav_cr
           IF cr_fville = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fville NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fville TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fville
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CO2.
           MOVE "fco2" TO w_sav_fichier
           MOVE LENGTH OF tamp_fco2 TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fco2
           MOVE cr_fco2 TO w_sav_cr
           IF cr_fco2 = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fco2
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fco2 TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fco2
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_INBOX.
           MOVE "finbox" TO w_sav_fichier
           MOVE LENGTH OF tamp_finbox TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT finbox
           MOVE cr_finbox TO w_sav_cr
           IF cr_finbox = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ finbox
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_finbox TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE finbox
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RECU.
           MOVE "frecu" TO w_sav_fichier
           MOVE LENGTH OF tamp_frecu TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT frecu
           MOVE cr_frecu TO w_sav_cr
           IF cr_frecu = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ frecu NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_frecu TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE frecu
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RECUDOC.
           MOVE "frecudoc" TO w_sav_fichier
           MOVE LENGTH OF tamp_frecudoc TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT frecudoc
           MOVE cr_frecudoc TO w_sav_cr
           IF cr_frecudoc = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ frecudoc
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_frecudoc TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE frecudoc
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CAISSE.
           MOVE "fcaisse" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcaisse TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcaisse
           MOVE cr_fcaisse TO w_sav_cr
           IF cr_fcaisse = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcaisse
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcaisse TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcaisse
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BLOCAGE.
           MOVE "fblocage" TO w_sav_fichier
           MOVE LENGTH OF tamp_fblocage TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fblocage
           MOVE cr_fblocage TO w_sav_cr
           IF cr_fblocage = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fblocage NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fblocage TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fblocage
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_EMBARQ.
           MOVE "fembarq" TO w_sav_fichier
           MOVE LENGTH OF tamp_fembarq TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fembarq
           MOVE cr_fembarq TO w_sav_cr
           IF cr_fembarq = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fembarq NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fembarq TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fembarq
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_TRANSFERT.
           MOVE "ftransfert" TO w_sav_fichier
           MOVE LENGTH OF tamp_ftransfert TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ftransfert
           MOVE cr_ftransfert TO w_sav_cr
           IF cr_ftransfert = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftransfert
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ftransfert TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ftransfert
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VERIF.
           MOVE "fverif" TO w_sav_fichier
           MOVE LENGTH OF tamp_fverif TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fverif
           MOVE cr_fverif TO w_sav_cr
           IF cr_fverif = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fverif NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fverif TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fverif
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_KILOMETRE.
           MOVE "fkilometre" TO w_sav_fichier
           MOVE LENGTH OF tamp_fkilometre TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fkilometre
           MOVE cr_fkilometre TO w_sav_cr
           IF cr_fkilometre = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fkilometre NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fkilometre TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fkilometre
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_MAPPING.
           MOVE "fmapping" TO w_sav_fichier
           MOVE LENGTH OF tamp_fmapping TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fmapping
           MOVE cr_fmapping TO w_sav_cr
           IF cr_fmapping = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmapping NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fmapping TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fmapping
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_JOURNALGL.
           MOVE "fjournalgl" TO w_sav_fichier
           MOVE LENGTH OF tamp_fjournalgl TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fjournalgl
           MOVE cr_fjournalgl TO w_sav_cr
           IF cr_fjournalgl = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fjournalgl
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fjournalgl TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fjournalgl
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PASSIF.
           MOVE "fpassif" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpassif TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpassif
           MOVE cr_fpassif TO w_sav_cr
           IF cr_fpassif = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpassif NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpassif TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpassif
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SUSPENSION.
           MOVE "fsuspension" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsuspension TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsuspension
           MOVE cr_fsuspension TO w_sav_cr
           IF cr_fsuspension = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsuspension NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsuspension TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsuspension
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_KIOSQUE.
           MOVE "fkiosque" TO w_sav_fichier
           MOVE LENGTH OF tamp_fkiosque TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fkiosque
           MOVE cr_fkiosque TO w_sav_cr
           IF cr_fkiosque = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fkiosque
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fkiosque TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fkiosque
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_LOGARCHIVE.
           MOVE "flogarchive" TO w_sav_fichier
           MOVE LENGTH OF tamp_flogarchive TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT flogarchive
           MOVE cr_flogarchive TO w_sav_cr
           IF cr_flogarchive = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flogarchive
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_flogarchive TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE flogarchive
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_GENCAT.
           MOVE "fgencat" TO w_sav_fichier
           MOVE LENGTH OF tamp_fgencat TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fgencat
           MOVE cr_fgencat TO w_sav_cr
           IF cr_fgencat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fgencat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fgencat TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fgencat
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_GESTE.
           MOVE "fgeste" TO w_sav_fichier
           MOVE LENGTH OF tamp_fgeste TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fgeste
           MOVE cr_fgeste TO w_sav_cr
           IF cr_fgeste = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fgeste NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fgeste TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fgeste
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PARRAIN.
           MOVE "fparrain" TO w_sav_fichier
           MOVE LENGTH OF tamp_fparrain TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fparrain
           MOVE cr_fparrain TO w_sav_cr
           IF cr_fparrain = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fparrain NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fparrain TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fparrain
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_POINTS.
           MOVE "fpoints" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpoints TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpoints
           MOVE cr_fpoints TO w_sav_cr
           IF cr_fpoints = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpoints NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpoints TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpoints
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VETTING.
           MOVE "fvetting" TO w_sav_fichier
           MOVE LENGTH OF tamp_fvetting TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fvetting
           MOVE cr_fvetting TO w_sav_cr
           IF cr_fvetting = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvetting NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fvetting TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fvetting
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CONFORT.
           MOVE "fconfort" TO w_sav_fichier
           MOVE LENGTH OF tamp_fconfort TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fconfort
           MOVE cr_fconfort TO w_sav_cr
           IF cr_fconfort = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fconfort NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fconfort TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fconfort
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_MESSAGE.
           MOVE "fmessage" TO w_sav_fichier
           MOVE LENGTH OF tamp_fmessage TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fmessage
           MOVE cr_fmessage TO w_sav_cr
           IF cr_fmessage = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmessage NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fmessage TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fmessage
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BANQUE.
           MOVE "fbanque" TO w_sav_fichier
           MOVE LENGTH OF tamp_fbanque TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fbanque
           MOVE cr_fbanque TO w_sav_cr
           IF cr_fbanque = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbanque NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fbanque TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fbanque
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_FIABILITE.
           MOVE "ffiabilite" TO w_sav_fichier
           MOVE LENGTH OF tamp_ffiabilite TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ffiabilite
           MOVE cr_ffiabilite TO w_sav_cr
           IF cr_ffiabilite = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ffiabilite NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ffiabilite TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ffiabilite
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ALERTE.
           MOVE "falerte" TO w_sav_fichier
           MOVE LENGTH OF tamp_falerte TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT falerte
           MOVE cr_falerte TO w_sav_cr
           IF cr_falerte = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ falerte NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_falerte TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE falerte
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_NOTIF.
           MOVE "fnotif" TO w_sav_fichier
           MOVE LENGTH OF tamp_fnotif TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fnotif
           MOVE cr_fnotif TO w_sav_cr
           IF cr_fnotif = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fnotif NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fnotif TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fnotif
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_HEALTHLOG.
           MOVE "fhealthlog" TO w_sav_fichier
           MOVE LENGTH OF tamp_fhealthlog TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fhealthlog
           MOVE cr_fhealthlog TO w_sav_cr
           IF cr_fhealthlog = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fhealthlog
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fhealthlog TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fhealthlog
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_MANIFEST.
           MOVE "fmanifest" TO w_sav_fichier
           MOVE LENGTH OF tamp_fmanifest TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fmanifest
           MOVE cr_fmanifest TO w_sav_cr
           IF cr_fmanifest = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmanifest
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fmanifest TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fmanifest
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_REVENUE.
           MOVE "frevenue" TO w_sav_fichier
           MOVE LENGTH OF tamp_frevenue TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT frevenue
           MOVE cr_frevenue TO w_sav_cr
           IF cr_frevenue = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ frevenue
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_frevenue TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE frevenue
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PAYOUT.
           MOVE "fpayout" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpayout TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpayout
           MOVE cr_fpayout TO w_sav_cr
           IF cr_fpayout = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpayout NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpayout TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpayout
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VIREMENT.
           MOVE "fvirement" TO w_sav_fichier
           MOVE LENGTH OF tamp_fvirement TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fvirement
           MOVE cr_fvirement TO w_sav_cr
           IF cr_fvirement = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvirement
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fvirement TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fvirement
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RETENTION.
           MOVE "fretention" TO w_sav_fichier
           MOVE LENGTH OF tamp_fretention TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fretention
           MOVE cr_fretention TO w_sav_cr
           IF cr_fretention = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fretention
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fretention TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fretention
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_TARIF.
           MOVE "ftarif" TO w_sav_fichier
           MOVE LENGTH OF tamp_ftarif TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ftarif
           MOVE cr_ftarif TO w_sav_cr
           IF cr_ftarif = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftarif NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ftarif TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ftarif
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PARAM.
           MOVE "fparam" TO w_sav_fichier
           MOVE LENGTH OF tamp_fparam TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fparam
           MOVE cr_fparam TO w_sav_cr
           IF cr_fparam = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fparam NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fparam TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fparam
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_AUDIT.
           MOVE "faudit" TO w_sav_fichier
           MOVE LENGTH OF tamp_faudit TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT faudit
           MOVE cr_faudit TO w_sav_cr
           IF cr_faudit = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ faudit
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_faudit TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE faudit
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PARAMHIST.
           MOVE "fparamhist" TO w_sav_fichier
           MOVE LENGTH OF tamp_fparamhist TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fparamhist
           MOVE cr_fparamhist TO w_sav_cr
           IF cr_fparamhist = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fparamhist
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fparamhist TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fparamhist
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RETRY.
           MOVE "fretry" TO w_sav_fichier
           MOVE LENGTH OF tamp_fretry TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fretry
           MOVE cr_fretry TO w_sav_cr
           IF cr_fretry = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fretry NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fretry TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fretry
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ROUTEPERF.
           MOVE "frouteperf" TO w_sav_fichier
           MOVE LENGTH OF tamp_frouteperf TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT frouteperf
           MOVE cr_frouteperf TO w_sav_cr
           IF cr_frouteperf = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ frouteperf
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_frouteperf TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE frouteperf
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RELEVE.
           MOVE "freleve" TO w_sav_fichier
           MOVE LENGTH OF tamp_freleve TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT freleve
           MOVE cr_freleve TO w_sav_cr
           IF cr_freleve = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freleve
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_freleve TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE freleve
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BATCHCARTE.
           MOVE "fbatchcarte" TO w_sav_fichier
           MOVE LENGTH OF tamp_fbatchcarte TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fbatchcarte
           MOVE cr_fbatchcarte TO w_sav_cr
           IF cr_fbatchcarte = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbatchcarte
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fbatchcarte TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fbatchcarte
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BATCHRUN.
           MOVE "fbatchrun" TO w_sav_fichier
           MOVE LENGTH OF tamp_fbatchrun TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fbatchrun
           MOVE cr_fbatchrun TO w_sav_cr
           IF cr_fbatchrun = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbatchrun
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fbatchrun TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fbatchrun
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_OUTBOX.
           MOVE "foutbox" TO w_sav_fichier
           MOVE LENGTH OF tamp_foutbox TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT foutbox
           MOVE cr_foutbox TO w_sav_cr
           IF cr_foutbox = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ foutbox NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_foutbox TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE foutbox
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_INVOICE.
           MOVE "finvoice" TO w_sav_fichier
           MOVE LENGTH OF tamp_finvoice TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT finvoice
           MOVE cr_finvoice TO w_sav_cr
           IF cr_finvoice = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ finvoice NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_finvoice TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE finvoice
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_FACTURE.
           MOVE "ffacture" TO w_sav_fichier
           MOVE LENGTH OF tamp_ffacture TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ffacture
           MOVE cr_ffacture TO w_sav_cr
           IF cr_ffacture = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ffacture
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ffacture TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ffacture
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CLOTURE.
           MOVE "fcloture" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcloture TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcloture
           MOVE cr_fcloture TO w_sav_cr
           IF cr_fcloture = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcloture NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcloture TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcloture
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_MENSUEL.
           MOVE "fmensuel" TO w_sav_fichier
           MOVE LENGTH OF tamp_fmensuel TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fmensuel
           MOVE cr_fmensuel TO w_sav_cr
           IF cr_fmensuel = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmensuel
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fmensuel TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fmensuel
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SAUVETAGE.
           MOVE "fsauvetage" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsauvetage TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsauvetage
           MOVE cr_fsauvetage TO w_sav_cr
           IF cr_fsauvetage = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsauvetage
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsauvetage TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsauvetage
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_INTEGRITE.
           MOVE "fintegrite" TO w_sav_fichier
           MOVE LENGTH OF tamp_fintegrite TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fintegrite
           MOVE cr_fintegrite TO w_sav_cr
           IF cr_fintegrite = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fintegrite
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fintegrite TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fintegrite
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RECONCILE.
           MOVE "freconcile" TO w_sav_fichier
           MOVE LENGTH OF tamp_freconcile TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT freconcile
           MOVE cr_freconcile TO w_sav_cr
           IF cr_freconcile = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freconcile
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_freconcile TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE freconcile
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CSVUSER.
           MOVE "fcsvuser" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcsvuser TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcsvuser
           MOVE cr_fcsvuser TO w_sav_cr
           IF cr_fcsvuser = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcsvuser
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcsvuser TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcsvuser
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CSVANNONCE.
           MOVE "fcsvannonce" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcsvannonce TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcsvannonce
           MOVE cr_fcsvannonce TO w_sav_cr
           IF cr_fcsvannonce = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcsvannonce
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcsvannonce TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcsvannonce
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CSVRESERVATION.
           MOVE "fcsvreservation" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcsvreservation TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcsvreservation
           MOVE cr_fcsvreservation TO w_sav_cr
           IF cr_fcsvreservation = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcsvreservation
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcsvreservation TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcsvreservation
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ENTREPRISE.
           MOVE "fentreprise" TO w_sav_fichier
           MOVE LENGTH OF tamp_fentreprise TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fentreprise
           MOVE cr_fentreprise TO w_sav_cr
           IF cr_fentreprise = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fentreprise NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fentreprise TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fentreprise
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SALARIE.
           MOVE "fsalarie" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsalarie TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsalarie
           MOVE cr_fsalarie TO w_sav_cr
           IF cr_fsalarie = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsalarie NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsalarie TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsalarie
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ROUTENT.
           MOVE "froutent" TO w_sav_fichier
           MOVE LENGTH OF tamp_froutent TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT froutent
           MOVE cr_froutent TO w_sav_cr
           IF cr_froutent = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ froutent NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_froutent TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE froutent
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PRISECHARGE.
           MOVE "fprisecharge" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprisecharge TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprisecharge
           MOVE cr_fprisecharge TO w_sav_cr
           IF cr_fprisecharge = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprisecharge NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprisecharge TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprisecharge
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ENTFACT.
           MOVE "fentfact" TO w_sav_fichier
           MOVE LENGTH OF tamp_fentfact TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fentfact
           MOVE cr_fentfact TO w_sav_cr
           IF cr_fentfact = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fentfact NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fentfact TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fentfact
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_FACTENT.
           MOVE "ffactent" TO w_sav_fichier
           MOVE LENGTH OF tamp_ffactent TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ffactent
           MOVE cr_ffactent TO w_sav_cr
           IF cr_ffactent = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ffactent
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ffactent TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ffactent
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BON.
           MOVE "fbon" TO w_sav_fichier
           MOVE LENGTH OF tamp_fbon TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fbon
           MOVE cr_fbon TO w_sav_cr
           IF cr_fbon = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbon NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fbon TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fbon
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CAPCOLIS.
           MOVE "fcapcolis" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcapcolis TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcapcolis
           MOVE cr_fcapcolis TO w_sav_cr
           IF cr_fcapcolis = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcapcolis NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcapcolis TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcapcolis
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_COLIS.
           MOVE "fcolis" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcolis TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcolis
           MOVE cr_fcolis TO w_sav_cr
           IF cr_fcolis = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcolis NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcolis TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcolis
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_DEMTRAJET.
           MOVE "fdemtrajet" TO w_sav_fichier
           MOVE LENGTH OF tamp_fdemtrajet TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fdemtrajet
           MOVE cr_fdemtrajet TO w_sav_cr
           IF cr_fdemtrajet = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdemtrajet NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fdemtrajet TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fdemtrajet
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PROPOSITION.
           MOVE "fproposition" TO w_sav_fichier
           MOVE LENGTH OF tamp_fproposition TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fproposition
           MOVE cr_fproposition TO w_sav_cr
           IF cr_fproposition = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fproposition NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fproposition TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fproposition
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ABONNEMENT.
           MOVE "fabonnement" TO w_sav_fichier
           MOVE LENGTH OF tamp_fabonnement TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fabonnement
           MOVE cr_fabonnement TO w_sav_cr
           IF cr_fabonnement = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fabonnement NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fabonnement TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fabonnement
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ABOJOUR.
           MOVE "fabojour" TO w_sav_fichier
           MOVE LENGTH OF tamp_fabojour TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fabojour
           MOVE cr_fabojour TO w_sav_cr
           IF cr_fabojour = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fabojour NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fabojour TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fabojour
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_EVENEMENT.
           MOVE "fevenement" TO w_sav_fichier
           MOVE LENGTH OF tamp_fevenement TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fevenement
           MOVE cr_fevenement TO w_sav_cr
           IF cr_fevenement = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fevenement NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fevenement TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fevenement
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_EVANNONCE.
           MOVE "fevannonce" TO w_sav_fichier
           MOVE LENGTH OF tamp_fevannonce TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fevannonce
           MOVE cr_fevannonce TO w_sav_cr
           IF cr_fevannonce = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fevannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fevannonce TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fevannonce
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_TUTEUR.
           MOVE "ftuteur" TO w_sav_fichier
           MOVE LENGTH OF tamp_ftuteur TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ftuteur
           MOVE cr_ftuteur TO w_sav_cr
           IF cr_ftuteur = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftuteur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ftuteur TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ftuteur
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CONTACT.
           MOVE "fcontact" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcontact TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcontact
           MOVE cr_fcontact TO w_sav_cr
           IF cr_fcontact = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcontact NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcontact TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcontact
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_OBJET.
           MOVE "fobjet" TO w_sav_fichier
           MOVE LENGTH OF tamp_fobjet TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fobjet
           MOVE cr_fobjet TO w_sav_cr
           IF cr_fobjet = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fobjet NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fobjet TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fobjet
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PONCTUALITE.
           MOVE "fponctualite" TO w_sav_fichier
           MOVE LENGTH OF tamp_fponctualite TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fponctualite
           MOVE cr_fponctualite TO w_sav_cr
           IF cr_fponctualite = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fponctualite NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fponctualite TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fponctualite
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PALIER.
           MOVE "fpalier" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpalier TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpalier
           MOVE cr_fpalier TO w_sav_cr
           IF cr_fpalier = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpalier NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpalier TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpalier
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PALIERHIST.
           MOVE "fpalierhist" TO w_sav_fichier
           MOVE LENGTH OF tamp_fpalierhist TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fpalierhist
           MOVE cr_fpalierhist TO w_sav_cr
           IF cr_fpalierhist = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fpalierhist NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fpalierhist TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fpalierhist
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_FAVORI.
           MOVE "ffavori" TO w_sav_fichier
           MOVE LENGTH OF tamp_ffavori TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT ffavori
           MOVE cr_ffavori TO w_sav_cr
           IF cr_ffavori = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ffavori NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_ffavori TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE ffavori
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PRIMEUR.
           MOVE "fprimeur" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprimeur TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprimeur
           MOVE cr_fprimeur TO w_sav_cr
           IF cr_fprimeur = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprimeur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprimeur TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprimeur
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RESAGENCE.
           MOVE "fresagence" TO w_sav_fichier
           MOVE LENGTH OF tamp_fresagence TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fresagence
           MOVE cr_fresagence TO w_sav_cr
           IF cr_fresagence = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fresagence NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fresagence TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fresagence
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_AGENCE.
           MOVE "fagence" TO w_sav_fichier
           MOVE LENGTH OF tamp_fagence TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fagence
           MOVE cr_fagence TO w_sav_cr
           IF cr_fagence = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fagence NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fagence TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fagence
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_AGENCEUTIL.
           MOVE "fagenceutil" TO w_sav_fichier
           MOVE LENGTH OF tamp_fagenceutil TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fagenceutil
           MOVE cr_fagenceutil TO w_sav_cr
           IF cr_fagenceutil = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fagenceutil NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fagenceutil TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fagenceutil
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RECHARGEATT.
           MOVE "frechargeatt" TO w_sav_fichier
           MOVE LENGTH OF tamp_frechargeatt TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT frechargeatt
           MOVE cr_frechargeatt TO w_sav_cr
           IF cr_frechargeatt = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ frechargeatt NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_frechargeatt TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE frechargeatt
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ACQUEREUR.
           MOVE "facquereur" TO w_sav_fichier
           MOVE LENGTH OF tamp_facquereur TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT facquereur
           MOVE cr_facquereur TO w_sav_cr
           IF cr_facquereur = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ facquereur
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_facquereur TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE facquereur
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ACQANOMALIE.
           MOVE "facqanomalie" TO w_sav_fichier
           MOVE LENGTH OF tamp_facqanomalie TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT facqanomalie
           MOVE cr_facqanomalie TO w_sav_cr
           IF cr_facqanomalie = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ facqanomalie
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_facqanomalie TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE facqanomalie
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_LITIGE.
           MOVE "flitige" TO w_sav_fichier
           MOVE LENGTH OF tamp_flitige TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT flitige
           MOVE cr_flitige TO w_sav_cr
           IF cr_flitige = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flitige NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_flitige TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE flitige
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_DETTE.
           MOVE "fdette" TO w_sav_fichier
           MOVE LENGTH OF tamp_fdette TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fdette
           MOVE cr_fdette TO w_sav_cr
           IF cr_fdette = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdette NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fdette TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fdette
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_LITIGEACQ.
           MOVE "flitigeacq" TO w_sav_fichier
           MOVE LENGTH OF tamp_flitigeacq TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT flitigeacq
           MOVE cr_flitigeacq TO w_sav_cr
           IF cr_flitigeacq = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flitigeacq
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_flitigeacq TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE flitigeacq
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VIRRETOUR.
           MOVE "fvirretour" TO w_sav_fichier
           MOVE LENGTH OF tamp_fvirretour TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fvirretour
           MOVE cr_fvirretour TO w_sav_cr
           IF cr_fvirretour = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvirretour
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fvirretour TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fvirretour
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_RETOURVIR.
           MOVE "fretourvir" TO w_sav_fichier
           MOVE LENGTH OF tamp_fretourvir TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fretourvir
           MOVE cr_fretourvir TO w_sav_cr
           IF cr_fretourvir = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fretourvir NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fretourvir TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fretourvir
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ACCUSE.
           MOVE "faccuse" TO w_sav_fichier
           MOVE LENGTH OF tamp_faccuse TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT faccuse
           MOVE cr_faccuse TO w_sav_cr
           IF cr_faccuse = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ faccuse
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_faccuse TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE faccuse
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ACCUSEREG.
           MOVE "faccusereg" TO w_sav_fichier
           MOVE LENGTH OF tamp_faccusereg TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT faccusereg
           MOVE cr_faccusereg TO w_sav_cr
           IF cr_faccusereg = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ faccusereg NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_faccusereg TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE faccusereg
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_NUMECHEC.
           MOVE "fnumechec" TO w_sav_fichier
           MOVE LENGTH OF tamp_fnumechec TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fnumechec
           MOVE cr_fnumechec TO w_sav_cr
           IF cr_fnumechec = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fnumechec NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fnumechec TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fnumechec
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CONSENT.
           MOVE "fconsent" TO w_sav_fichier
           MOVE LENGTH OF tamp_fconsent TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fconsent
           MOVE cr_fconsent TO w_sav_cr
           IF cr_fconsent = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fconsent NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fconsent TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fconsent
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CONSENTHIST.
           MOVE "fconsenthist" TO w_sav_fichier
           MOVE LENGTH OF tamp_fconsenthist TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fconsenthist
           MOVE cr_fconsenthist TO w_sav_cr
           IF cr_fconsenthist = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fconsenthist
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fconsenthist TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fconsenthist
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_MODELE.
           MOVE "fmodele" TO w_sav_fichier
           MOVE LENGTH OF tamp_fmodele TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fmodele
           MOVE cr_fmodele TO w_sav_cr
           IF cr_fmodele = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmodele NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fmodele TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fmodele
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_LANGUE.
           MOVE "flangue" TO w_sav_fichier
           MOVE LENGTH OF tamp_flangue TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT flangue
           MOVE cr_flangue TO w_sav_cr
           IF cr_flangue = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ flangue NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_flangue TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE flangue
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ASSUR.
           MOVE "fassur" TO w_sav_fichier
           MOVE LENGTH OF tamp_fassur TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fassur
           MOVE cr_fassur TO w_sav_cr
           IF cr_fassur = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fassur
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fassur TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fassur
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ASSREG.
           MOVE "fassreg" TO w_sav_fichier
           MOVE LENGTH OF tamp_fassreg TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fassreg
           MOVE cr_fassreg TO w_sav_cr
           IF cr_fassreg = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fassreg NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fassreg TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fassreg
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_OPENDATA.
           MOVE "fopendata" TO w_sav_fichier
           MOVE LENGTH OF tamp_fopendata TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fopendata
           MOVE cr_fopendata TO w_sav_cr
           IF cr_fopendata = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fopendata
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fopendata TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fopendata
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ODETAT.
           MOVE "fodetat" TO w_sav_fichier
           MOVE LENGTH OF tamp_fodetat TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fodetat
           MOVE cr_fodetat TO w_sav_cr
           IF cr_fodetat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fodetat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fodetat TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fodetat
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_IMPANN.
           MOVE "fimpann" TO w_sav_fichier
           MOVE LENGTH OF tamp_fimpann TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fimpann
           MOVE cr_fimpann TO w_sav_cr
           IF cr_fimpann = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fimpann
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fimpann TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fimpann
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_IMPREJ.
           MOVE "fimprej" TO w_sav_fichier
           MOVE LENGTH OF tamp_fimprej TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fimprej
           MOVE cr_fimprej TO w_sav_cr
           IF cr_fimprej = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fimprej
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fimprej TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fimprej
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_IMPCORR.
           MOVE "fimpcorr" TO w_sav_fichier
           MOVE LENGTH OF tamp_fimpcorr TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fimpcorr
           MOVE cr_fimpcorr TO w_sav_cr
           IF cr_fimpcorr = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fimpcorr
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fimpcorr TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fimpcorr
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_EXTRAITVEH.
           MOVE "fextraitveh" TO w_sav_fichier
           MOVE LENGTH OF tamp_fextraitveh TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fextraitveh
           MOVE cr_fextraitveh TO w_sav_cr
           IF cr_fextraitveh = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fextraitveh
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fextraitveh TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fextraitveh
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_REGVEH.
           MOVE "fregveh" TO w_sav_fichier
           MOVE LENGTH OF tamp_fregveh TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fregveh
           MOVE cr_fregveh TO w_sav_cr
           IF cr_fregveh = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fregveh NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fregveh TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fregveh
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_VEHBLOC.
           MOVE "fvehbloc" TO w_sav_fichier
           MOVE LENGTH OF tamp_fvehbloc TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fvehbloc
           MOVE cr_fvehbloc TO w_sav_cr
           IF cr_fvehbloc = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvehbloc NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fvehbloc TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fvehbloc
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ECARTVEH.
           MOVE "fecartveh" TO w_sav_fichier
           MOVE LENGTH OF tamp_fecartveh TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fecartveh
           MOVE cr_fecartveh TO w_sav_cr
           IF cr_fecartveh = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fecartveh
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fecartveh TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fecartveh
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ENTREPOT.
           MOVE "fentrepot" TO w_sav_fichier
           MOVE LENGTH OF tamp_fentrepot TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fentrepot
           MOVE cr_fentrepot TO w_sav_cr
           IF cr_fentrepot = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fentrepot
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fentrepot TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fentrepot
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_ETCTL.
           MOVE "fetctl" TO w_sav_fichier
           MOVE LENGTH OF tamp_fetctl TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fetctl
           MOVE cr_fetctl TO w_sav_cr
           IF cr_fetctl = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fetctl NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fetctl TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fetctl
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BATCHCTL.
           MOVE "fbatchctl" TO w_sav_fichier
           MOVE LENGTH OF tamp_fbatchctl TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fbatchctl
           MOVE cr_fbatchctl TO w_sav_cr
           IF cr_fbatchctl = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbatchctl NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fbatchctl TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fbatchctl
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CTLTOT.
           MOVE "fctltot" TO w_sav_fichier
           MOVE LENGTH OF tamp_fctltot TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fctltot
           MOVE cr_fctltot TO w_sav_cr
           IF cr_fctltot = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fctltot NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fctltot TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fctltot
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_EQUILIBRE.
           MOVE "fequilibre" TO w_sav_fichier
           MOVE LENGTH OF tamp_fequilibre TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fequilibre
           MOVE cr_fequilibre TO w_sav_cr
           IF cr_fequilibre = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fequilibre
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fequilibre TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fequilibre
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SNAPUTIL.
           MOVE "fsnaputil" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsnaputil TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsnaputil
           MOVE cr_fsnaputil TO w_sav_cr
           IF cr_fsnaputil = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsnaputil NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsnaputil TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsnaputil
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SNAPSTAT.
           MOVE "fsnapstat" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsnapstat TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsnapstat
           MOVE cr_fsnapstat TO w_sav_cr
           IF cr_fsnapstat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsnapstat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsnapstat TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsnapstat
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CHECKPOINT.
           MOVE "fcheckpoint" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcheckpoint TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcheckpoint
           MOVE cr_fcheckpoint TO w_sav_cr
           IF cr_fcheckpoint = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcheckpoint NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcheckpoint TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcheckpoint
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_APPROB.
           MOVE "fapprob" TO w_sav_fichier
           MOVE LENGTH OF tamp_fapprob TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fapprob
           MOVE cr_fapprob TO w_sav_cr
           IF cr_fapprob = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fapprob NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fapprob TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fapprob
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_DORMANCE.
           MOVE "fdormance" TO w_sav_fichier
           MOVE LENGTH OF tamp_fdormance TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fdormance
           MOVE cr_fdormance TO w_sav_cr
           IF cr_fdormance = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fdormance NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fdormance TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fdormance
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CLOTURECPT.
           MOVE "fcloturecpt" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcloturecpt TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcloturecpt
           MOVE cr_fcloturecpt TO w_sav_cr
           IF cr_fcloturecpt = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcloturecpt NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcloturecpt TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcloturecpt
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_MANDAT.
           MOVE "fmandat" TO w_sav_fichier
           MOVE LENGTH OF tamp_fmandat TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fmandat
           MOVE cr_fmandat TO w_sav_cr
           IF cr_fmandat = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmandat NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fmandat TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fmandat
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PRELEV.
           MOVE "fprelev" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprelev TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprelev
           MOVE cr_fprelev TO w_sav_cr
           IF cr_fprelev = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprelev NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprelev TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprelev
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_SATISFACTION.
           MOVE "fsatisfaction" TO w_sav_fichier
           MOVE LENGTH OF tamp_fsatisfaction TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fsatisfaction
           MOVE cr_fsatisfaction TO w_sav_cr
           IF cr_fsatisfaction = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fsatisfaction NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fsatisfaction TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fsatisfaction
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_NONRECLAME.
           MOVE "fnonreclame" TO w_sav_fichier
           MOVE LENGTH OF tamp_fnonreclame TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fnonreclame
           MOVE cr_fnonreclame TO w_sav_cr
           IF cr_fnonreclame = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fnonreclame
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fnonreclame TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fnonreclame
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PRELBANQUE.
           MOVE "fprelbanque" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprelbanque TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprelbanque
           MOVE cr_fprelbanque TO w_sav_cr
           IF cr_fprelbanque = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprelbanque
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprelbanque TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprelbanque
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PRELRETOUR.
           MOVE "fprelretour" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprelretour TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprelretour
           MOVE cr_fprelretour TO w_sav_cr
           IF cr_fprelretour = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprelretour
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprelretour TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprelretour
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_PREVISION.
           MOVE "fprevision" TO w_sav_fichier
           MOVE LENGTH OF tamp_fprevision TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fprevision
           MOVE cr_fprevision TO w_sav_cr
           IF cr_fprevision = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprevision
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fprevision TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fprevision
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_CAPACITE.
           MOVE "fcapacite" TO w_sav_fichier
           MOVE LENGTH OF tamp_fcapacite TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fcapacite
           MOVE cr_fcapacite TO w_sav_cr
           IF cr_fcapacite = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcapacite NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fcapacite TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fcapacite
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       SAUVER_BAISSE.
           MOVE "fbaisse" TO w_sav_fichier
           MOVE LENGTH OF tamp_fbaisse TO w_sav_long
           PERFORM DEBUTER_FICHIER_SAUVE
           OPEN INPUT fbaisse
           MOVE cr_fbaisse TO w_sav_cr
           IF cr_fbaisse = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbaisse NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE tamp_fbaisse TO w_sav_image
                       PERFORM DEPOSER_SAUVEGARDE
                   END-READ
               END-PERFORM
               CLOSE fbaisse
           END-IF
           PERFORM CATALOGUER_FICHIER_SAUVE.

       *> lance avec l'argument FORMATION, le programme ouvre tous
       *> ses fichiers dans le repertoire de formation, sous le
       *> chemin de production ; hors formation le chemin de
       *> production est retenu pour le generateur du jeu
       VERIFIER_MODE_FORMATION.
           MOVE SPACE TO w_frm_prod
           ACCEPT w_frm_prod FROM ENVIRONMENT "COB_FILE_PATH"
           IF w_frm_prod = SPACE THEN
               MOVE "." TO w_frm_prod
           END-IF
           MOVE SPACE TO w_frm_argument
           ACCEPT w_frm_argument FROM COMMAND-LINE
           IF w_frm_argument = "FORMATION" THEN
               MOVE 1 TO w_mode_formation
               PERFORM CHEMIN_FORMATION
           END-IF.

       CHEMIN_FORMATION.
           MOVE SPACE TO w_frm_chemin
           STRING w_frm_prod DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               w_frm_repertoire DELIMITED BY SPACE
               INTO w_frm_chemin
           SET ENVIRONMENT "COB_FILE_PATH" TO w_frm_chemin.

       CHEMIN_PRODUCTION.
           MOVE w_frm_prod TO w_frm_chemin
           SET ENVIRONMENT "COB_FILE_PATH" TO w_frm_chemin.

       *> bandeau pose en tete de chaque menu quand le programme
       *> tourne sur le jeu de formation
       AFFICHER_BANDEAU_FORMATION.
           IF w_mode_formation = 1 THEN
               DISPLAY "****** ENVIRONNEMENT DE FORMATION ******"
               DISPLAY "*** donnees fictives, aucun envoi reel ***"
           END-IF.

       *> jeu de donnees de formation tire de la production : comptes,
       *> annonces, reservations, ledger, statistiques, messages,
       *> coordonnees bancaires, vehicules, sequences et parametres
       *> sont recopies dans le repertoire de formation (a creer au
       *> prealable) sous les memes noms. Les telephones passent par
       *> une permutation fixe (les liens entre fichiers tiennent),
       *> noms, IBAN et textes de messages sont remplaces par des
       *> valeurs tirees du telephone masque, les soldes sont
       *> decales d'un compte a l'autre, toutes les dates avancent de
       *> FORMATION-DECALAGE jours (un multiple de 7 garde les jours
       *> de semaine) et chaque compte prend le mot de passe
       *> FORMATION. Les autres fichiers sont crees vides au premier
       *> lancement en formation
       FORMER_JEU_FORMATION_CORPS.
           IF w_mode_formation = 1 THEN
               DISPLAY "*** Le jeu de formation se tire de la"
                   " production, pas du jeu de formation."
               MOVE 8 TO w_job_rc
           ELSE
               MOVE 0 TO w_frm_erreur
               MOVE 0 TO w_frm_lus
               MOVE 0 TO w_frm_ecrits
               MOVE 0 TO w_frm_rejets
               MOVE "FORMATION" TO wu_mdp
               PERFORM HASHER_MDP
               MOVE w_mdp_hash TO w_frm_mdp

               *> les soldes tournent d'un compte au suivant : le
               *> premier prend celui du dernier
               MOVE 0 TO w_frm_solde_report
               OPEN INPUT futilisateur
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ futilisateur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       MOVE fu_solde TO w_frm_solde_report
               END-PERFORM
               CLOSE futilisateur

               PERFORM FORMER_UTILISATEURS
               PERFORM FORMER_ANNONCES
               PERFORM FORMER_RESERVATIONS
               PERFORM FORMER_TRANSACTIONS
               PERFORM FORMER_STATISTIQUES
               PERFORM FORMER_MESSAGES
               PERFORM FORMER_COORDONNEES_BANCAIRES
               PERFORM FORMER_VOITURES
               PERFORM FORMER_SEQUENCES
               PERFORM FORMER_PARAMETRES

               *> le fichier de passage ne garde rien de la production
               OPEN OUTPUT fformation
               CLOSE fformation

               MOVE w_frm_lus TO w_ctl_lus
               MOVE w_frm_ecrits TO w_ctl_ecrits
               MOVE w_frm_rejets TO w_ctl_rejets
               IF w_frm_erreur = 1 THEN
                   MOVE 8 TO w_job_rc
               ELSE
                   IF w_frm_rejets > 0 THEN
                       MOVE 4 TO w_job_rc
                   END-IF
               END-IF
               DISPLAY "Jeu de formation : " w_frm_lus " lu(s), "
                   w_frm_ecrits " ecrit(s), " w_frm_rejets
                   " rejete(s)."
           END-IF.

       SIGNALER_ECHEC_FORMATION.
           MOVE 1 TO w_frm_erreur
           DISPLAY "*** " w_frm_repertoire " : ouverture de "
               w_frm_fichier " impossible (code " w_sav_cr ")."
           DISPLAY "*** Le repertoire de formation existe-t-il ?".

       *> permutation fixe des numeros a 10 chiffres (7919 est
       *> premier avec 10) : deux telephones distincts restent
       *> distincts ; le jeton anonyme et le zero sont gardes
       MASQUER_TELEPHONE.
           IF w_frm_tel NOT = 0 AND w_frm_tel NOT = 9999999999 THEN
               COMPUTE w_frm_calc = w_frm_tel * 7919 + 1357924680
               DIVIDE w_frm_calc BY 10000000000 GIVING w_frm_q
                   REMAINDER w_frm_tel
           END-IF.

       *> prenom fictif tire des six derniers chiffres du telephone
       *> masque (0 = A ... 9 = J)
       NOMMER_FORMATION.
           MOVE SPACE TO w_frm_prenom
           MOVE 5 TO w_frm_idx
           PERFORM WITH TEST AFTER UNTIL w_frm_idx > 10
               MOVE w_frm_tel(w_frm_idx:1) TO w_frm_chiffre
               MOVE w_frm_lettres(w_frm_chiffre + 1:1)
                   TO w_frm_prenom(w_frm_idx - 4:1)
               ADD 1 TO w_frm_idx
           END-PERFORM.

       *> avance la date w_frm_date de w_frm_decalage jours ; une date
       *> nulle ou invalide est laissee telle quelle
       DECALER_DATE_FORMATION.
           IF w_frm_date > 0 AND w_frm_decalage > 0 THEN
               COMPUTE w_jour_entier =
                   FUNCTION INTEGER-OF-DATE(w_frm_date)
               IF w_jour_entier > 0 THEN
                   ADD w_frm_decalage TO w_jour_entier
                   MOVE FUNCTION DATE-OF-INTEGER(w_jour_entier)
                       TO w_frm_date
               END-IF
           END-IF.

       FORMER_UTILISATEURS.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT futilisateur
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ futilisateur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fu_telephone TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fu_telephone
                       PERFORM NOMMER_FORMATION
                       MOVE "FORMATION" TO fu_nom
                       MOVE w_frm_prenom TO fu_prenom
                       MOVE w_frm_mdp TO fu_mdp
                       MOVE fu_solde TO w_frm_solde_tmp
                       MOVE w_frm_solde_report TO fu_solde
                       MOVE w_frm_solde_tmp TO w_frm_solde_report
                       MOVE fu_date_naissance TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fu_date_naissance
                       MOVE tamp_futilisateur TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE futilisateur
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT futilisateur
               PERFORM CHEMIN_PRODUCTION
               IF cr_futilisateur NOT = 00 THEN
                   MOVE "utilisateur" TO w_frm_fichier
                   MOVE cr_futilisateur TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_futilisateur
                           WRITE tamp_futilisateur
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE futilisateur
               END-IF
           END-IF.

       FORMER_ANNONCES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fannonce
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fannonce NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fa_conducteur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fa_conducteur
                       MOVE fa_date_depart TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fa_date_depart
                       MOVE tamp_fannonce TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fannonce
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fannonce
               PERFORM CHEMIN_PRODUCTION
               IF cr_fannonce NOT = 00 THEN
                   MOVE "annonce" TO w_frm_fichier
                   MOVE cr_fannonce TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fannonce
                           WRITE tamp_fannonce
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE fannonce
               END-IF
           END-IF.

       FORMER_RESERVATIONS.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT freservation
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fres_voyageur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fres_voyageur
                       MOVE fres_conducteur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fres_conducteur
                       MOVE fres_date_reservation TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fres_date_reservation
                       MOVE tamp_freservation TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE freservation
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT freservation
               PERFORM CHEMIN_PRODUCTION
               IF cr_freservation NOT = 00 THEN
                   MOVE "reservation" TO w_frm_fichier
                   MOVE cr_freservation TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_freservation
                           WRITE tamp_freservation
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE freservation
               END-IF
           END-IF.

       FORMER_TRANSACTIONS.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT ftransaction
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftransaction NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE ft_telephone TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO ft_telephone
                       MOVE ft_date TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO ft_date
                       MOVE tamp_ftransaction TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE ftransaction
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT ftransaction
               PERFORM CHEMIN_PRODUCTION
               IF cr_ftransaction NOT = 00 THEN
                   MOVE "transaction" TO w_frm_fichier
                   MOVE cr_ftransaction TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_ftransaction
                           WRITE tamp_ftransaction
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE ftransaction
               END-IF
           END-IF.

       FORMER_STATISTIQUES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fstatistiques
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fs_conducteur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fs_conducteur
                       MOVE fs_voyageur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fs_voyageur
                       MOVE fs_date TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fs_date
                       MOVE tamp_fstatistiques TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fstatistiques
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fstatistiques
               PERFORM CHEMIN_PRODUCTION
               IF cr_fstatistiques NOT = 00 THEN
                   MOVE "statistiques" TO w_frm_fichier
                   MOVE cr_fstatistiques TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fstatistiques
                           WRITE tamp_fstatistiques
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE fstatistiques
               END-IF
           END-IF.

       FORMER_MESSAGES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fmessage
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmessage NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fmsg_expediteur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fmsg_expediteur
                       MOVE fmsg_destinataire TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fmsg_destinataire
                       MOVE fmsg_date TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fmsg_date
                       MOVE SPACE TO fmsg_texte
                       STRING "MESSAGE DE FORMATION NO " fmsg_num
                           DELIMITED BY SIZE INTO fmsg_texte
                       MOVE tamp_fmessage TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fmessage
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fmessage
               PERFORM CHEMIN_PRODUCTION
               IF cr_fmessage NOT = 00 THEN
                   MOVE "message" TO w_frm_fichier
                   MOVE cr_fmessage TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fmessage
                           WRITE tamp_fmessage
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE fmessage
               END-IF
           END-IF.

       FORMER_COORDONNEES_BANCAIRES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fbanque
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fbanque NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fbq_telephone TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fbq_telephone
                       PERFORM NOMMER_FORMATION
                       MOVE SPACE TO fbq_iban
                       STRING "FR760000000000000" w_frm_tel
                           DELIMITED BY SIZE INTO fbq_iban
                       MOVE SPACE TO fbq_titulaire
                       STRING w_frm_prenom DELIMITED BY SPACE
                           " FORMATION" DELIMITED BY SIZE
                           INTO fbq_titulaire
                       MOVE fbq_date TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fbq_date
                       MOVE tamp_fbanque TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fbanque
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fbanque
               PERFORM CHEMIN_PRODUCTION
               IF cr_fbanque NOT = 00 THEN
                   MOVE "banque" TO w_frm_fichier
                   MOVE cr_fbanque TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fbanque
                           WRITE tamp_fbanque
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE fbanque
               END-IF
           END-IF.

       FORMER_VOITURES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fvoiture
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fvoiture NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE fv_conducteur TO w_frm_tel
                       PERFORM MASQUER_TELEPHONE
                       MOVE w_frm_tel TO fv_conducteur
                       MOVE fv_assurance TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fv_assurance
                       MOVE fv_controle TO w_frm_date
                       PERFORM DECALER_DATE_FORMATION
                       MOVE w_frm_date TO fv_controle
                       MOVE tamp_fvoiture TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fvoiture
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fvoiture
               PERFORM CHEMIN_PRODUCTION
               IF cr_fvoiture NOT = 00 THEN
                   MOVE "voiture" TO w_frm_fichier
                   MOVE cr_fvoiture TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fvoiture
                           WRITE tamp_fvoiture
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE fvoiture
               END-IF
           END-IF.

       FORMER_SEQUENCES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fcode
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fcode NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE tamp_fcode TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fcode
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fcode
               PERFORM CHEMIN_PRODUCTION
               IF cr_fcode NOT = 00 THEN
                   MOVE "code" TO w_frm_fichier
                   MOVE cr_fcode TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fcode
                           WRITE tamp_fcode
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   CLOSE fcode
               END-IF
           END-IF.

       FORMER_PARAMETRES.
           IF w_frm_erreur = 0 THEN
               OPEN OUTPUT fformation
               OPEN INPUT fparam
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fparam NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_frm_lus
                       MOVE tamp_fparam TO tamp_fformation
                       WRITE tamp_fformation
               END-PERFORM
               CLOSE fparam
               CLOSE fformation

               PERFORM CHEMIN_FORMATION
               OPEN OUTPUT fparam
               PERFORM CHEMIN_PRODUCTION
               IF cr_fparam NOT = 00 THEN
                   MOVE "param" TO w_frm_fichier
                   MOVE cr_fparam TO w_sav_cr
                   PERFORM SIGNALER_ECHEC_FORMATION
               ELSE
                   OPEN INPUT fformation
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ fformation
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           MOVE tamp_fformation TO tamp_fparam
                           WRITE tamp_fparam
                           INVALID KEY
                               ADD 1 TO w_frm_rejets
                           NOT INVALID KEY
                               ADD 1 TO w_frm_ecrits
                           END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE fformation
                   *> le jeu se reconnait comme jeu de formation
                   MOVE "FORMATION" TO fpar_cle
                   MOVE 1 TO fpar_valeur
                   WRITE tamp_fparam
                   INVALID KEY
                       REWRITE tamp_fparam
                   END-WRITE
                   CLOSE fparam
               END-IF
           END-IF.

