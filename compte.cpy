       INSCRIPTION.
           PERFORM AFFICHER_BANDEAU_FORMATION
           DISPLAY "------------ INSCRIPTION ------------"
           PERFORM WITH TEST AFTER UNTIL NOT wu_nom = SPACE
           AND wu_nom is ALPHABETIC AND w_test = 0
                accept wu_prenom
           END-PERFORM

           PERFORM SAISIR_DATE_NAISSANCE
           MOVE w_age_naissance TO wu_date_naissance

           PERFORM WITH TEST AFTER UNTIL wu_type > 0 AND wu_type < 3

                DISPLAY "TYPE UTILISATEUR"
                DISPLAY "1.   VOYAGEUR"
                DISPLAY "2.   VOYAGEUR ET CONDUCTEUR"
                ACCEPT wu_type
                *> le compte conducteur exige l'age legal de conduite,
                *> en plus du dossier de vetting
                IF wu_type = 2 AND w_age_ans < w_age_conduite THEN
                    DISPLAY "Age minimum pour conduire : "
                        w_age_conduite " ans."
                    MOVE 0 TO wu_type
                END-IF
           END-PERFORM

           IF wu_type = 2 THEN
                *> un vehicule refuse par le registre national fait
                *> ressaisir le vehicule, comme a l'ajout depuis le
                *> profil
                PERFORM WITH TEST AFTER UNTIL w_rg_refus = 0
                    PERFORM WITH TEST AFTER UNTIL
                    NOT wu_immatriculation = SPACE
                        display "saisir l'immatriculation du vehicule"
                        accept wu_immatriculation
                    END-PERFORM

                    PERFORM VERIFIER_IMMATRICULATION

                    PERFORM WITH TEST AFTER UNTIL wu_nbplace IS NUMERIC
                    AND wu_nbplace > 0 AND wu_nbplace < 10
                        display "Nombre de place "
                        accept wu_nbplace
                    END-PERFORM

                    display "Saisir le modele du vehicule"
                    accept fv_modele

                    *> places et modele alignes sur le registre national
                    MOVE wu_immatriculation TO w_rg_immat
                    MOVE fv_modele TO w_rg_modele
                    MOVE wu_nbplace TO w_rg_places
                    PERFORM CONTROLER_VEHICULE_REGISTRE
                    IF w_rg_refus = 1 THEN
                        DISPLAY "Vehicule refuse : saisir un autre"
                            " vehicule."
                        MOVE SPACE TO wu_immatriculation
                    END-IF
                END-PERFORM
                MOVE w_rg_modele TO fv_modele
                MOVE w_rg_places TO wu_nbplace
           END-IF

           PERFORM WITH TEST AFTER UNTIL  wu_telephone  IS NUMERIC
           MOVE 0 TO wu_nb_noshow
           MOVE 0 TO wu_solde_bloque
           MOVE "N" TO wu_confiance
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE wu_date_inscription = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE wutilisateur TO TAMP_FUTILISATEUR

               MOVE wu_solde TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION
               PERFORM SAISIR_PARRAINAGE
               MOVE "INSCRIPTION" TO w_cst_source
               PERFORM SAISIR_CONSENTEMENTS
               PERFORM SAISIR_LANGUE
               PERFORM ENVOYER_CODE_VERIFICATION
               DISPLAY "Un code de verification vous a ete envoye"
               DISPLAY "par SMS : il vous sera demande a votre"
               DISPLAY "premiere connexion."
               IF w_age_ans < w_age_majorite THEN
                   DISPLAY "Voyageur mineur : vos reservations"
                   DISPLAY "s'ouvriront quand votre tuteur legal"
                   DISPLAY "aura confirme le lien (MON PROFIL,"
                   DISPLAY "TUTELLE)."
               END-IF
               MOVE 0 TO w_test
           END-IF

           MOVE SPACE TO w_ob_texte
           STRING "VOTRE CODE DE VERIFICATION EST " w_code_code
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "VERIF" TO w_mdl_type
           MOVE wu_prenom TO w_mdl_nom
           MOVE w_code_code TO w_mdl_code
           PERFORM DEPOSER_OUTBOX.

       *> controle du code de verification a la connexion d'un
               END-READ
           END-IF.

       *> saisie controlee d'une date de naissance (AAAA MM JJ),
       *> rendue dans w_age_naissance, l'age revolu dans w_age_ans
       SAISIR_DATE_NAISSANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_age_courant = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_age_naissance
           PERFORM WITH TEST AFTER UNTIL w_age_naissance > 0
               DISPLAY "Votre date de naissance (AAAA MM JJ)."
               ACCEPT w_age_annee
               ACCEPT w_age_mois
               ACCEPT w_age_jour
               COMPUTE w_age_naissance = w_age_annee * 10000
                   + w_age_mois * 100 + w_age_jour
               IF w_age_annee < 1900 OR w_age_mois < 1 OR
                  w_age_mois > 12 OR w_age_jour < 1 OR
                  w_age_jour > 31 OR
                  w_age_naissance > w_age_courant THEN
                   DISPLAY "Date invalide."
                   MOVE 0 TO w_age_naissance
               END-IF
           END-PERFORM
           PERFORM CALCULER_AGE.

       *> age revolu ce jour d'une personne nee le w_age_naissance
       *> (AAAAMMJJ) : la difference des deux dates lues comme des
       *> nombres, divisee par 10000, tronque a l'anniversaire
       CALCULER_AGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_age_courant = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           IF w_age_naissance = 0 OR
              w_age_naissance > w_age_courant THEN
               MOVE 0 TO w_age_ans
           ELSE
               COMPUTE w_age_ans =
                   (w_age_courant - w_age_naissance) / 10000
           END-IF.

       *> tutelle des voyageurs mineurs : le mineur designe son
       *> tuteur legal (compte majeur et actif), qui recoit un code
       *> par SMS et le saisit depuis son propre profil ; les
       *> reservations du mineur ne s'ouvrent qu'apres cette
       *> confirmation
       GERER_TUTELLE.
           MOVE 0 TO w_age_naissance
           OPEN INPUT futilisateur
           MOVE wu_telephone TO fu_telephone
           READ futilisateur
           NOT INVALID KEY
               MOVE fu_date_naissance TO w_age_naissance
           END-READ
           CLOSE futilisateur
           PERFORM CALCULER_AGE

           IF w_age_naissance > 0 AND w_age_ans < w_age_majorite
           THEN
               PERFORM DESIGNER_TUTEUR
           ELSE
               PERFORM CONFIRMER_TUTELLE
           END-IF

           *> l'ecran du profil relit le compte connecte
           OPEN INPUT futilisateur
           MOVE wu_telephone TO fu_telephone
           READ futilisateur
           END-READ
           CLOSE futilisateur

           ACCEPT w_test
           PERFORM PAGE_PROFIL.

       *> cote mineur : etat du lien et (re)designation du tuteur
       DESIGNER_TUTEUR.
           MOVE SPACE TO ftu_statut
           OPEN INPUT ftuteur
           MOVE wu_telephone TO ftu_mineur
           READ ftuteur
           INVALID KEY
               MOVE SPACE TO ftu_statut
           END-READ
           CLOSE ftuteur

           IF ftu_statut = "C" THEN
               DISPLAY "Tuteur legal confirme : " ftu_tuteur
               DISPLAY "Vos reservations sont ouvertes."
           ELSE
               IF ftu_statut = "E" THEN
                   DISPLAY "Tuteur designe : " ftu_tuteur
                       " - confirmation en attente."
               END-IF
               DISPLAY "Telephone de votre tuteur legal (0 = retour)."
               MOVE 0 TO w_tut_tuteur
               ACCEPT w_tut_tuteur
               IF w_tut_tuteur > 0 THEN
                   PERFORM CONTROLER_TUTEUR
                   IF w_tut_ok = 1 THEN
                       PERFORM ENVOYER_CODE_TUTELLE
                   END-IF
               END-IF
           END-IF.

       *> le tuteur w_tut_tuteur doit etre un compte actif et majeur,
       *> distinct du mineur ; w_tut_ok = 1 si c'est le cas
       CONTROLER_TUTEUR.
           MOVE 0 TO w_tut_ok
           IF w_tut_tuteur = wu_telephone THEN
               DISPLAY "Numero invalide."
           ELSE
               MOVE 0 TO w_age_naissance
               OPEN INPUT futilisateur
               MOVE w_tut_tuteur TO fu_telephone
               READ futilisateur
               INVALID KEY
                   DISPLAY "Ce compte n'existe pas : votre tuteur"
                   DISPLAY "doit d'abord s'inscrire."
               NOT INVALID KEY
                   IF fu_status NOT = 1 THEN
                       DISPLAY "Ce compte n'est pas actif."
                   ELSE
                       MOVE fu_date_naissance TO w_age_naissance
                       MOVE 1 TO w_tut_ok
                   END-IF
               END-READ
               CLOSE futilisateur

               IF w_tut_ok = 1 THEN
                   PERFORM CALCULER_AGE
                   IF w_age_naissance = 0 OR
                      w_age_ans < w_age_majorite THEN
                       DISPLAY "Le tuteur doit etre majeur (date de"
                       DISPLAY "naissance connue du compte)."
                       MOVE 0 TO w_tut_ok
                   END-IF
               END-IF
           END-IF.

       *> pose le lien en attente avec un code neuf et depose le SMS
       *> destine au tuteur ; une nouvelle designation remplace la
       *> precedente et son code
       ENVOYER_CODE_TUTELLE.
           MOVE "Y" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Designation non enregistree."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE wu_telephone TO ftu_mineur
               MOVE w_tut_tuteur TO ftu_tuteur
               MOVE w_code_code TO ftu_code
               COMPUTE ftu_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE "E" TO ftu_statut
               OPEN I-O ftuteur
               WRITE tamp_ftuteur
               INVALID KEY
                   REWRITE tamp_ftuteur
               END-WRITE
               CLOSE ftuteur

               MOVE w_tut_tuteur TO w_notif_telephone
               MOVE "TUTELLE" TO w_ob_type
               MOVE SPACE TO w_ob_texte
               STRING "TUTELLE DU VOYAGEUR " wu_telephone
                   " : CODE " w_code_code
                   " A SAISIR DANS VOTRE PROFIL"
                   DELIMITED BY SIZE INTO w_ob_texte
               MOVE "TUTELLE" TO w_mdl_type
               MOVE wu_telephone TO w_mdl_num_tel
               MOVE w_code_code TO w_mdl_code
               PERFORM DEPOSER_OUTBOX

               DISPLAY "Un code a ete envoye par SMS a votre tuteur :"
               DISPLAY "il doit le saisir dans son profil (TUTELLE)."
           END-IF.

       *> cote tuteur : liste des mineurs qui l'ont designe et
       *> confirmation d'un lien en attente par le code recu
       CONFIRMER_TUTELLE.
           MOVE 0 TO w_tut_nb
           OPEN INPUT ftuteur
           MOVE wu_telephone TO ftu_tuteur
           START ftuteur KEY IS = ftu_tuteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ ftuteur NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF ftu_tuteur NOT = wu_telephone THEN
                           MOVE 0 TO w_fin
                       ELSE
                           IF ftu_statut = "C" THEN
                               DISPLAY "Mineur " ftu_mineur
                                   " - tutelle confirmee"
                           ELSE
                               DISPLAY "Mineur " ftu_mineur
                                   " - en attente de votre code"
                               ADD 1 TO w_tut_nb
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE ftuteur

           IF w_tut_nb = 0 THEN
               DISPLAY "Aucune tutelle en attente de confirmation."
           ELSE
               DISPLAY "Telephone du mineur a confirmer (0 = retour)."
               MOVE 0 TO w_tut_mineur
               ACCEPT w_tut_mineur
               IF w_tut_mineur > 0 THEN
                   DISPLAY "Code recu par SMS."
                   MOVE 0 TO w_tut_saisi
                   ACCEPT w_tut_saisi
                   MOVE 0 TO w_tut_ok
                   OPEN I-O ftuteur
                   MOVE w_tut_mineur TO ftu_mineur
                   READ ftuteur
                   NOT INVALID KEY
                       IF ftu_tuteur = wu_telephone AND
                          ftu_statut = "E" AND
                          ftu_code = w_tut_saisi THEN
                           MOVE "C" TO ftu_statut
                           REWRITE tamp_ftuteur
                           END-REWRITE
                           MOVE 1 TO w_tut_ok
                       END-IF
                   END-READ
                   CLOSE ftuteur

                   IF w_tut_ok = 0 THEN
                       DISPLAY "Code invalide."
                   ELSE
                       DISPLAY "Tutelle confirmee."
                       MOVE w_tut_mineur TO w_notif_telephone
                       MOVE SPACE TO w_notif_message
                       STRING "TUTELLE CONFIRMEE PAR " wu_telephone
                           " : RESERVATIONS OUVERTES"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "TUTELLEOK" TO w_mdl_type
                       MOVE wu_telephone TO w_mdl_num_tel
                       PERFORM ENVOYER_NOTIFICATION
                   END-IF
               END-IF
           END-IF.

       *> contacts d'urgence : un ou deux (nom et telephone) et
       *> accord pour leur communiquer le trajet le jour du depart
       GERER_CONTACTS_URGENCE.
           MOVE 0 TO w_cu_trouve
           OPEN INPUT fcontact
           MOVE wu_telephone TO fcu_telephone
           READ fcontact
           NOT INVALID KEY
               MOVE 1 TO w_cu_trouve
           END-READ
           CLOSE fcontact

           IF w_cu_trouve = 1 THEN
               DISPLAY "Contact 1 : " fcu_nom1 " - " fcu_tel1
               IF fcu_tel2 > 0 THEN
                   DISPLAY "Contact 2 : " fcu_nom2 " - " fcu_tel2
               END-IF
               IF fcu_partage = "O" THEN
                   DISPLAY "Partage du trajet le jour du depart : OUI"
               ELSE
                   DISPLAY "Partage du trajet le jour du depart : NON"
               END-IF
           ELSE
               DISPLAY "Aucun contact d'urgence enregistre."
           END-IF

           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Modifier vos contacts d'urgence ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM

           IF w_rep = "OUI" THEN
               MOVE wu_telephone TO fcu_telephone
               MOVE SPACE TO fcu_nom1
               PERFORM WITH TEST AFTER UNTIL fcu_nom1 NOT = SPACE
                   DISPLAY "Nom du contact 1."
                   ACCEPT fcu_nom1
               END-PERFORM
               MOVE 0 TO fcu_tel1
               PERFORM WITH TEST AFTER UNTIL fcu_tel1 > 0 AND
                   fcu_tel1 NOT = wu_telephone
                   DISPLAY "Telephone du contact 1."
                   ACCEPT fcu_tel1
               END-PERFORM

               MOVE SPACE TO fcu_nom2
               DISPLAY "Telephone du contact 2 (0 si aucun)."
               MOVE 0 TO fcu_tel2
               ACCEPT fcu_tel2
               IF fcu_tel2 = wu_telephone OR fcu_tel2 = fcu_tel1 THEN
                   MOVE 0 TO fcu_tel2
               END-IF
               IF fcu_tel2 > 0 THEN
                   PERFORM WITH TEST AFTER UNTIL fcu_nom2 NOT = SPACE
                       DISPLAY "Nom du contact 2."
                       ACCEPT fcu_nom2
                   END-PERFORM
               END-IF

               MOVE SPACE TO w_rep
               PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
                   w_rep = "NON"
                   DISPLAY "Leur envoyer par SMS, le jour du depart,"
                   DISPLAY "le conducteur, le vehicule et l'heure"
                   DISPLAY "d'arrivee de vos trajets ? (OUI/NON)"
                   ACCEPT w_rep
               END-PERFORM
               IF w_rep = "OUI" THEN
                   MOVE "O" TO fcu_partage
               ELSE
                   MOVE "N" TO fcu_partage
               END-IF

               OPEN I-O fcontact
               WRITE tamp_fcontact
               INVALID KEY
                   REWRITE tamp_fcontact
               END-WRITE
               CLOSE fcontact
               DISPLAY "Contacts d'urgence enregistres."
           END-IF

           ACCEPT w_test
           PERFORM PAGE_PROFIL.

       *> choix des messages commerciaux de wu_telephone, canal par
       *> canal ; l'appelant renseigne l'origine w_cst_source. Les
       *> messages de service (codes, reservations, recus) partent
       *> quel que soit ce choix
       SAISIR_CONSENTEMENTS.
           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Recevoir nos offres par SMS ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           IF w_rep = "OUI" THEN
               MOVE "O" TO w_cst_sms
           ELSE
               MOVE "N" TO w_cst_sms
           END-IF

           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Recevoir nos offres dans la messagerie"
               DISPLAY "de l'application ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           IF w_rep = "OUI" THEN
               MOVE "O" TO w_cst_inbox
           ELSE
               MOVE "N" TO w_cst_inbox
           END-IF

           MOVE wu_telephone TO w_cst_tel
           PERFORM ENREGISTRER_CONSENTEMENT.

       GERER_CONSENTEMENTS.
           DISPLAY "------- MES PREFERENCES DE MESSAGES -------"
           MOVE wu_telephone TO w_cst_tel
           PERFORM LIRE_CONSENTEMENT
           DISPLAY "Offres par SMS             : " w_cst_ancien_sms
           DISPLAY "Offres dans l'application  : " w_cst_ancien_inbox
           DISPLAY "(vous pouvez aussi envoyer STOP ou START par SMS)"

           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Les modifier ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           IF w_rep = "OUI" THEN
               MOVE "PROFIL" TO w_cst_source
               PERFORM SAISIR_CONSENTEMENTS
               DISPLAY "Preferences enregistrees."
           END-IF

           ACCEPT w_test
           PERFORM PAGE_PROFIL.

       *> langue des messages et documents de wu_telephone
       SAISIR_LANGUE.
           MOVE SPACE TO w_mdl_langue
           PERFORM WITH TEST AFTER UNTIL w_mdl_langue = "FR" OR
               w_mdl_langue = "EN"
               DISPLAY "Langue de vos messages (FR/EN)."
               ACCEPT w_mdl_langue
           END-PERFORM

           MOVE wu_telephone TO fla_telephone
           MOVE w_mdl_langue TO fla_langue
           OPEN I-O flangue
           WRITE tamp_flangue
           INVALID KEY
               REWRITE tamp_flangue
           END-WRITE
           CLOSE flangue.

       GERER_LANGUE.
           MOVE wu_telephone TO w_mdl_tel
           PERFORM LIRE_LANGUE
           DISPLAY "Langue actuelle de vos messages : " w_mdl_langue
           PERFORM SAISIR_LANGUE
           DISPLAY "Langue enregistree."
           ACCEPT w_test
           PERFORM PAGE_PROFIL.

       *> saisie d'un montant en deux temps (euros puis centimes) ;
       *> le resultat decimal arrive dans w_mnt_montant
       SAISIR_MONTANT.
           END-READ
           CLOSE FUTILISATEUR

           *> un vehicule signale vole ou detruit au registre national
           *> ne peut pas etre declare
           IF wu_immatriculation NOT = SPACE THEN
               MOVE wu_immatriculation TO w_rg_immat
               PERFORM LIRE_REGISTRE_VEHICULE
               IF w_rg_trouve = 1 AND fgv_alerte NOT = SPACE THEN
                   DISPLAY "Ce vehicule est signale vole ou detruit"
                   DISPLAY "au registre national."
                   MOVE SPACE TO wu_immatriculation
               END-IF
           END-IF

           IF wu_immatriculation = SPACE THEN
                PERFORM WITH TEST AFTER UNTIL
                NOT wu_immatriculation = SPACE

       *> connexion
       CONNEXION.
           PERFORM AFFICHER_BANDEAU_FORMATION
           DISPLAY "------------ CONNEXION ------------"
           display "VOTRE NUMERO DE TELEPHONE "
           accept wu_telephone
           display "SAISIR UN MOT DE PASSE"
           accept wu_mdp
           PERFORM HASHER_MDP
           PERFORM LIRE_GEL_SAUVEGARDE

           OPEN I-O FUTILISATEUR

                 CLOSE FUTILISATEUR
                 PERFORM CONNEXION
           NOT INVALID KEY
                IF fu_status = 3 OR fu_status = 6 THEN
                    IF fu_status = 3 THEN
                        DISPLAY "VOTRE COMPTE EST BLOQUE"
                        DISPLAY "CONTACT ADMIN"
                    ELSE
                        DISPLAY "VOTRE COMPTE EST EN COURS DE CLOTURE"
                        DISPLAY "LE VIREMENT DE VOTRE SOLDE EST EN"
                            " ATTENTE"
                    END-IF
                    CLOSE FUTILISATEUR
                    PERFORM AFFICHE_PAGE_CONNEXION
                ELSE
                            CLOSE FUTILISATEUR
                            PERFORM VERIFIER_CODE_TELEPHONE
                        ELSE
                            IF w_sav_gel = 1 AND fu_type NOT = 3 THEN
                                *> sauvegarde en cours : seuls les
                                *> administrateurs entrent
                                DISPLAY "SAUVEGARDE EN COURS, CONNEXION"
                                DISPLAY "IMPOSSIBLE POUR QUELQUES"
                                    " MINUTES"
                                CLOSE FUTILISATEUR
                                PERFORM AFFICHE_PAGE_CONNEXION
                            ELSE
                                DISPLAY "BONJOUR " FU_PRENOM
                                *> compte ouvert avant la saisie de la
                                *> date de naissance : elle est demandee
                                *> une fois
                                IF fu_date_naissance = 0 THEN
                                    PERFORM SAISIR_DATE_NAISSANCE
                                    MOVE w_age_naissance
                                        TO fu_date_naissance
                                END-IF
                                MOVE 0 TO w_test
                                MOVE 0 TO fu_nb_echecs
                                REWRITE TAMP_FUTILISATEUR
                                MOVE "M" TO w_jrn_op
                                PERFORM IMAGE_UTILISATEUR
                                CLOSE FUTILISATEUR
                                PERFORM ENREGISTRER_SESSION
                                PERFORM NOTER_CONNEXION_DORMANCE
                                PERFORM AFFICHER_NOTIFICATIONS
                                PERFORM COMPTER_MESSAGES_NON_LUS
                                PERFORM PROPOSER_NOTATION
                                PERFORM AFFICHE_MENU
                            END-IF
                        END-IF
                    ELSE
                        display "VOTRE MOT DE PASSE INCORRECT"
           END-WRITE
           CLOSE fsession.

       *> derniere connexion du titulaire pour le suivi des comptes
       *> dormants : une connexion avant l'echeance arrete la
       *> procedure en cours et remet le compteur a zero ; apres un
       *> transfert, elle relance le suivi (la date du transfert
       *> est conservee)
       NOTER_CONNEXION_DORMANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fdormance
           MOVE wu_telephone TO fdo_telephone
           READ fdormance
           INVALID KEY
               MOVE "0" TO fdo_etape
               MOVE 0 TO fdo_date_avis1
               MOVE 0 TO fdo_date_avis2
               MOVE 0 TO fdo_echeance
               MOVE 0 TO fdo_date_transfert
               MOVE 0 TO fdo_montant
               MOVE 0 TO fdo_derniere_activite
               COMPUTE fdo_derniere_cnx = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               WRITE tamp_fdormance
               END-WRITE
           NOT INVALID KEY
               IF fdo_etape = "1" OR fdo_etape = "2" THEN
                   MOVE "0" TO fdo_etape
                   MOVE 0 TO fdo_date_avis1
                   MOVE 0 TO fdo_date_avis2
                   MOVE 0 TO fdo_echeance
                   DISPLAY "Votre compte n'est plus considere comme"
                       " inactif."
               END-IF
               IF fdo_etape = "T" THEN
                   MOVE "0" TO fdo_etape
                   MOVE 0 TO fdo_date_avis1
                   MOVE 0 TO fdo_date_avis2
                   MOVE 0 TO fdo_echeance
               END-IF
               COMPUTE fdo_derniere_cnx = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               REWRITE tamp_fdormance
           END-READ
           CLOSE fdormance.

       *> retire la ligne de session a la sortie de l'application
       SUPPRIMER_SESSION.
           OPEN I-O fsession
                DISPLAY "---------------------------------------------"
                DISPLAY "NOM               : " fu_nom
                DISPLAY "PRENOM            : " fu_prenom
                DISPLAY "NE(E) LE          : "
                    fu_date_naissance(7:2) "/"
                    fu_date_naissance(5:2) "/"
                    fu_date_naissance(1:4)
                MOVE fu_solde TO w_aff_montant
                DISPLAY "SOLDE             : " w_aff_montant " EUR"
                IF fu_solde_bloque > 0 THEN
                    DISPLAY "DONT BLOQUE       : " w_aff_montant
                        " EUR (trajets confirmes)"
                END-IF
                MOVE wu_telephone TO w_acs_tel
                PERFORM AFFICHER_NUMERO_EN_ECHEC
                MOVE wu_telephone TO w_det_tel
                PERFORM LIRE_DETTE
                IF w_det_montant > 0 THEN
                    MOVE w_det_montant TO w_aff_montant
                    DISPLAY "DETTE A REGLER    : " w_aff_montant
                        " EUR (litige carte)"
                END-IF
                MOVE wu_telephone TO w_pts_tel
                PERFORM SOLDE_POINTS
                DISPLAY "POINTS FIDELITE   : " w_pts_solde
                    WHEN 4
                        DISPLAY "STATUS            : NUMERO A"
                            " VERIFIER"
                    WHEN 5
                        DISPLAY "STATUS            : EN ATTENTE"
                            " (LITIGE CARTE)"
                    WHEN 6
                        DISPLAY "STATUS            : EN CLOTURE"
                END-EVALUATE


           END-PERFORM
           MOVE w_mnt_montant TO wu_solde

           *> la recharge carte reste en attente, non utilisable,
           *> tant que l'acquereur ne l'a pas confirmee (traitement
           *> ACQUEREUR) : c'est lui qui credite le solde
           MOVE "4" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Recharge abandonnee, reessayez plus tard."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE w_code_code TO frg_ref
               MOVE wu_telephone TO frg_telephone
               MOVE wu_solde TO frg_montant
               COMPUTE frg_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE "A" TO frg_statut
               MOVE 0 TO frg_traite

               OPEN I-O frechargeatt
               WRITE tamp_frechargeatt
               INVALID KEY
                   DISPLAY "IMPOSSIBLE D'ENREGISTRER LA RECHARGE"
               NOT INVALID KEY
                   MOVE wu_solde TO w_aff_montant
                   DISPLAY "Recharge " frg_ref " de " w_aff_montant
                       " EUR transmise a votre banque."
                   DISPLAY "Le montant sera disponible des sa"
                   DISPLAY "confirmation par la banque."
                   IF wu_solde > w_seuil_recharge THEN
                        PERFORM SIGNALER_RECHARGE
                   END-IF
               END-WRITE
               CLOSE frechargeatt
           END-IF

           ACCEPT w_test
                    DISPLAY "encore ouvertes. Terminez ou annulez-les"
                    DISPLAY "avant de supprimer votre compte."
                ELSE
                    PERFORM CONTROLER_SOLDE_CLOTURE
                    IF w_cpt_bloque > 0 OR w_cpt_attente = 1 THEN
                        DISPLAY "SUPPRESSION REFUSEE"
                        DISPLAY "Des montants sont encore bloques ou un"
                        DISPLAY "versement est en cours sur ce compte."
                        ACCEPT w_test
                        PERFORM PAGE_PROFIL
                    ELSE
                        IF w_cpt_solde = 0 THEN
                            DISPLAY "SUPPRESSION COMPTE"
                            OPEN I-O FUTILISATEUR

                            MOVE wu_telephone TO fu_telephone
                            READ FUTILISATEUR KEY IS FU_TELEPHONE

                            NOT INVALID KEY
                                MOVE "S" TO w_jrn_op
                                PERFORM IMAGE_UTILISATEUR
                                DELETE FUTILISATEUR RECORD
                            END-READ

                            CLOSE FUTILISATEUR
                            PERFORM AFFICHE_PAGE_CONNEXION
                        ELSE
                            PERFORM CLOTURER_AVEC_SOLDE
                        END-IF
                    END-IF
                END-IF
           ELSE
                PERFORM PAGE_PROFIL
           END-IF.

       *> solde, montants bloques et versement encore en cours
       *> (demande en attente ou virement pas encore confirme) du
       *> compte connecte, avant sa fermeture
       CONTROLER_SOLDE_CLOTURE.
           MOVE 0 TO w_cpt_solde
           MOVE 0 TO w_cpt_bloque
           MOVE 0 TO w_cpt_attente
           OPEN INPUT FUTILISATEUR
           MOVE wu_telephone TO fu_telephone
           READ FUTILISATEUR
           NOT INVALID KEY
               MOVE fu_solde TO w_cpt_solde
               MOVE fu_solde_bloque TO w_cpt_bloque
           END-READ
           CLOSE FUTILISATEUR

           OPEN INPUT fpayout
           MOVE wu_telephone TO fpay_telephone
           START fpayout KEY IS = fpay_telephone
           INVALID KEY
               MOVE 0 TO w_cpt_fin
           NOT INVALID KEY
               MOVE 1 TO w_cpt_fin
           END-START
           PERFORM WITH TEST BEFORE UNTIL w_cpt_fin = 0
               READ fpayout NEXT
               AT END MOVE 0 TO w_cpt_fin
               NOT AT END
                   IF fpay_telephone NOT = wu_telephone THEN
                       MOVE 0 TO w_cpt_fin
                   ELSE
                       IF fpay_statut = "E" OR fpay_statut = "A" THEN
                           MOVE 1 TO w_cpt_attente
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fpayout

           *> une recharge automatique attendue de la banque
           OPEN INPUT fmandat
           MOVE wu_telephone TO fmd_telephone
           READ fmandat
           NOT INVALID KEY
               IF fmd_encours NOT = 0 THEN
                   MOVE 1 TO w_cpt_attente
               END-IF
           END-READ
           CLOSE fmandat.

       *> fermeture d'un compte qui garde un solde : en dessous des
       *> frais d'un virement, le sort est celui de
       *> CLOTURE-PETIT-SOLDE (don ou abandon, compte supprime tout de
       *> suite) ; sinon le solde part en versement de cloture vers
       *> l'IBAN confirme, le compte passe au statut 6 (en cloture)
       *> et n'est supprime qu'a la confirmation du virement par la
       *> banque
       CLOTURER_AVEC_SOLDE.
           COMPUTE w_cpt_frais = w_cpt_frais_ct / 100
           MOVE w_cpt_solde TO w_aff_montant
           DISPLAY "Il reste " w_aff_montant " EUR sur votre compte."

           IF w_cpt_solde < w_cpt_frais AND
              (w_cpt_regle = 1 OR w_cpt_regle = 2) THEN
               PERFORM CLOTURER_PETIT_SOLDE
           ELSE
               PERFORM VERIFIER_COORDONNEES_BANCAIRES
               IF w_bq_ok = 0 THEN
                   DISPLAY "SUPPRESSION REFUSEE"
                   DISPLAY "Enregistrez et confirmez d'abord l'IBAN"
                   DISPLAY "qui recevra ce solde (profil, option 10)."
                   ACCEPT w_test
                   PERFORM PAGE_PROFIL
               ELSE
                   PERFORM DEMANDER_VERSEMENT_CLOTURE
               END-IF
           END-IF.

       CLOTURER_PETIT_SOLDE.
           IF w_cpt_regle = 1 THEN
               DISPLAY "Ce montant, inferieur aux frais d'un"
               DISPLAY "virement, est reverse en don."
           ELSE
               DISPLAY "Ce montant, inferieur aux frais d'un"
               DISPLAY "virement, ne peut pas etre rembourse."
           END-IF
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Confirmer la suppression ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM

           IF w_rep = "NON" THEN
               PERFORM PAGE_PROFIL
           ELSE
               MOVE wu_telephone TO w_trans_telephone
               MOVE "Z" TO w_trans_type
               MOVE w_cpt_solde TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE wu_telephone TO fcpt_telephone
               MOVE "S" TO fcpt_statut
               IF w_cpt_regle = 1 THEN
                   MOVE "D" TO fcpt_regle
               ELSE
                   MOVE "A" TO fcpt_regle
               END-IF
               MOVE w_cpt_solde TO fcpt_montant
               MOVE 0 TO fcpt_versement
               COMPUTE fcpt_date_demande = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE fcpt_date_demande TO fcpt_date_fin
               PERFORM ECRIRE_CLOTURE_COMPTE

               DISPLAY "SUPPRESSION COMPTE"
               OPEN I-O FUTILISATEUR
               MOVE wu_telephone TO fu_telephone
               READ FUTILISATEUR
               NOT INVALID KEY
                   MOVE 0 TO fu_solde
                   MOVE "S" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   DELETE FUTILISATEUR RECORD
               END-READ
               CLOSE FUTILISATEUR
               PERFORM AFFICHE_PAGE_CONNEXION
           END-IF.

       *> versement de cloture du solde entier, a approuver comme
       *> tout versement ; le compte attend au statut 6
       DEMANDER_VERSEMENT_CLOTURE.
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Le solde sera vire sur votre IBAN et le"
               DISPLAY "compte supprime a la confirmation du"
               DISPLAY "virement. Confirmer ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM

           IF w_rep = "NON" THEN
               PERFORM PAGE_PROFIL
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE "V" TO w_type_code
               PERFORM GENERER_CODE
               IF w_code_code NOT = 0 THEN
                   PERFORM ENREGISTRER_VERSEMENT_CLOTURE
               END-IF
               *> sans demande de versement enregistree le compte
               *> reste ouvert
               IF w_code_code = 0 THEN
                   DISPLAY "Impossible d'enregistrer la demande, le"
                   DISPLAY "compte reste ouvert. Reessayez plus tard."
                   ACCEPT w_test
                   PERFORM PAGE_PROFIL
               ELSE
                   PERFORM PASSER_COMPTE_EN_CLOTURE
               END-IF
           END-IF.

       *> demande fpayout du versement de cloture (numero
       *> w_code_code) ; w_code_code repasse a zero si elle ne peut
       *> pas etre ecrite
       ENREGISTRER_VERSEMENT_CLOTURE.
           MOVE w_code_code TO fpay_num
           MOVE wu_telephone TO fpay_telephone
           MOVE w_cpt_solde TO fpay_montant
           MOVE WS-CURRENT-YEAR TO fpay_annee
           MOVE WS-CURRENT-MONTH TO fpay_mois
           MOVE WS-CURRENT-DAY TO fpay_jour
           MOVE "E" TO fpay_statut
           OPEN I-O fpayout
           WRITE tamp_fpayout
           INVALID KEY
               MOVE 0 TO w_code_code
           END-WRITE
           CLOSE fpayout.

       *> versement de cloture enregistre : fiche de fermeture et
       *> compte au statut 6 jusqu'a la confirmation du virement
       PASSER_COMPTE_EN_CLOTURE.
           MOVE wu_telephone TO fcpt_telephone
           MOVE "E" TO fcpt_statut
           MOVE "V" TO fcpt_regle
           MOVE w_cpt_solde TO fcpt_montant
           MOVE fpay_num TO fcpt_versement
           COMPUTE fcpt_date_demande = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO fcpt_date_fin
           PERFORM ECRIRE_CLOTURE_COMPTE

           OPEN I-O FUTILISATEUR
           MOVE wu_telephone TO fu_telephone
           READ FUTILISATEUR
           NOT INVALID KEY
               MOVE fu_status TO w_ancien_statut
               MOVE 6 TO fu_status
               REWRITE TAMP_FUTILISATEUR
               MOVE "M" TO w_jrn_op
               PERFORM IMAGE_UTILISATEUR
               MOVE "CLOTURE DEMANDEE" TO w_motif_statut
               PERFORM JOURNALISER_STATUT
           END-READ
           CLOSE FUTILISATEUR

           DISPLAY "Versement de cloture " fpay_num
               " enregistre. Votre compte sera supprime a la"
           DISPLAY "confirmation du virement par la banque."
           PERFORM AFFICHE_PAGE_CONNEXION.

       ECRIRE_CLOTURE_COMPTE.
           OPEN I-O fcloturecpt
           WRITE tamp_fcloturecpt
           INVALID KEY
               REWRITE tamp_fcloturecpt
           END-WRITE
           CLOSE fcloturecpt.

       *> saisie ou modification des coordonnees bancaires de
       *> l'utilisateur connecte : l'IBAN est saisi deux fois et les
       *> coordonnees ne sont confirmees ("C") que si les deux
       *> saisies concordent ; toute modification repasse par la
       *> meme double saisie. Seules des coordonnees confirmees
       *> autorisent une demande de versement ou le virement du
       *> solde a la fermeture du compte
       GERER_COORDONNEES_BANCAIRES.
           MOVE SPACE TO w_bq_ancien
           OPEN I-O fbanque
           MOVE wu_telephone TO fbq_telephone
           READ fbanque
               DISPLAY "IBAN      : " fbq_iban
               DISPLAY "TITULAIRE : " fbq_titulaire
               DISPLAY "STATUT    : " fbq_statut
                   " (C = confirmees, I = rejetees par la banque)"
               MOVE fbq_statut TO w_bq_ancien
               MOVE fbq_iban TO w_bq_iban_rejete
               MOVE 0 TO w_bq_ok
               IF fbq_statut = "I" THEN
                   DISPLAY "Votre banque a retourne un virement sur"
                   DISPLAY "cet IBAN : saisissez des coordonnees"
                   DISPLAY "corrigees."
                   MOVE 1 TO w_bq_ok
               ELSE
                   PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
                       w_rep = "NON"
                       DISPLAY "Les modifier ? (OUI/NON)"
                       ACCEPT w_rep
                   END-PERFORM
                   IF w_rep = "OUI" THEN
                       MOVE 1 TO w_bq_ok
                   END-IF
               END-IF
           END-READ

               END-PERFORM
               DISPLAY "Confirmer l'IBAN (nouvelle saisie)."
               ACCEPT w_bq_iban2
               IF w_bq_ancien = "I" AND fbq_iban = w_bq_iban_rejete
                  THEN
                   MOVE "I" TO fbq_statut
                   DISPLAY "Cet IBAN a ete rejete par la banque : il"
                   DISPLAY "reste inutilisable."
               ELSE
                   IF w_bq_iban2 = fbq_iban THEN
                       MOVE "C" TO fbq_statut
                       DISPLAY "Coordonnees bancaires confirmees."
                       IF w_bq_ancien = "I" THEN
                           PERFORM SOLDER_RETOURS_VIREMENT
                       END-IF
                   ELSE
                       MOVE "E" TO fbq_statut
                       DISPLAY "Les deux saisies different : les"
                       DISPLAY "coordonnees restent a confirmer, aucun"
                       DISPLAY "versement ne sera possible."
                   END-IF
               END-IF
               MOVE WS-CURRENT-YEAR TO fbq_annee
               MOVE WS-CURRENT-MONTH TO fbq_mois
           END-READ
           CLOSE fbanque.

       *> mandat de recharge automatique du compte connecte : seuil
       *> de declenchement (solde disponible), montant de chaque
       *> recharge et plafond du mois ; le prelevement part sur
       *> l'IBAN confirme du compte et le solde n'est credite qu'a
       *> la confirmation de la banque. Enregistrer de nouveau un
       *> mandat suspendu le remet en service
       GERER_MANDAT_RECHARGE.
           OPEN INPUT fmandat
           MOVE wu_telephone TO fmd_telephone
           READ fmandat
           INVALID KEY
               DISPLAY "Aucun mandat de recharge automatique."
           NOT INVALID KEY
               MOVE fmd_seuil TO w_aff_montant
               DISPLAY "SEUIL DE DECLENCHEMENT : " w_aff_montant
                   " EUR"
               MOVE fmd_montant TO w_aff_montant
               DISPLAY "MONTANT DE RECHARGE    : " w_aff_montant
                   " EUR"
               MOVE fmd_plafond TO w_aff_montant
               DISPLAY "PLAFOND MENSUEL        : " w_aff_montant
                   " EUR"
               EVALUATE fmd_statut
                   WHEN "A"
                       DISPLAY "STATUT                 : ACTIF"
                   WHEN "S"
                       DISPLAY "STATUT                 : SUSPENDU"
                           " (PRELEVEMENTS REJETES)"
                   WHEN "R"
                       DISPLAY "STATUT                 : RESILIE"
               END-EVALUATE
               IF fmd_encours NOT = 0 THEN
                   DISPLAY "Recharge " fmd_encours
                       " en attente de la banque."
               END-IF
           END-READ
           CLOSE fmandat

           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               DISPLAY "1.   ENREGISTRER / MODIFIER LE MANDAT"
               DISPLAY "2.   RESILIER LE MANDAT"
               DISPLAY "3.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM ENREGISTRER_MANDAT_RECHARGE
           WHEN 2
               PERFORM RESILIER_MANDAT_RECHARGE
           END-EVALUATE

           PERFORM PAGE_PROFIL.

       ENREGISTRER_MANDAT_RECHARGE.
           PERFORM VERIFIER_COORDONNEES_BANCAIRES
           IF w_bq_ok = 0 THEN
               DISPLAY "Enregistrez et confirmez d'abord l'IBAN a"
               DISPLAY "prelever (profil, option 10)."
               ACCEPT w_test
           ELSE
               PERFORM WITH TEST AFTER UNTIL w_mnt_montant > 0 AND
                   w_mnt_montant < 1000000
                   DISPLAY "Seuil de declenchement (solde disponible)"
                   PERFORM SAISIR_MONTANT
               END-PERFORM
               MOVE w_mnt_montant TO w_mdt_seuil

               PERFORM WITH TEST AFTER UNTIL w_mnt_montant > 9 AND
                   w_mnt_montant < 1000000
                   DISPLAY "Montant de chaque recharge"
                   DISPLAY "(minimum 10 euros)"
                   PERFORM SAISIR_MONTANT
               END-PERFORM
               MOVE w_mnt_montant TO w_mdt_montant

               PERFORM WITH TEST AFTER UNTIL
                   w_mnt_montant >= w_mdt_montant AND
                   w_mnt_montant < 1000000
                   DISPLAY "Plafond mensuel des recharges"
                   DISPLAY "(au moins le montant d'une recharge)"
                   PERFORM SAISIR_MONTANT
               END-PERFORM
               MOVE w_mnt_montant TO w_mdt_plafond

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O fmandat
               MOVE wu_telephone TO fmd_telephone
               READ fmandat
               INVALID KEY
                   MOVE 0 TO fmd_periode
                   MOVE 0 TO fmd_cumul
                   MOVE 0 TO fmd_encours
                   PERFORM REMPLIR_MANDAT_RECHARGE
                   WRITE tamp_fmandat
               NOT INVALID KEY
                   PERFORM REMPLIR_MANDAT_RECHARGE
                   REWRITE tamp_fmandat
               END-READ
               CLOSE fmandat
               DISPLAY "Mandat de recharge automatique enregistre."

               *> le solde est peut-etre deja sous le seuil
               OPEN INPUT futilisateur
               MOVE wu_telephone TO fu_telephone
               READ futilisateur
               NOT INVALID KEY
                   COMPUTE w_mdt_solde = fu_solde - fu_solde_bloque
               END-READ
               CLOSE futilisateur
               MOVE wu_telephone TO w_mdt_telephone
               PERFORM VERIFIER_MANDAT_RECHARGE
               IF w_mdt_ok = 1 THEN
                   MOVE fmd_montant TO w_aff_montant
                   DISPLAY "Solde sous le seuil : recharge de "
                       w_aff_montant " EUR demandee."
               END-IF
               ACCEPT w_test
           END-IF.

       REMPLIR_MANDAT_RECHARGE.
           MOVE "A" TO fmd_statut
           MOVE w_mdt_seuil TO fmd_seuil
           MOVE w_mdt_montant TO fmd_montant
           MOVE w_mdt_plafond TO fmd_plafond
           MOVE 0 TO fmd_echecs
           COMPUTE fmd_date_signature = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY.

       RESILIER_MANDAT_RECHARGE.
           OPEN I-O fmandat
           MOVE wu_telephone TO fmd_telephone
           READ fmandat
           INVALID KEY
               DISPLAY "Aucun mandat a resilier."
           NOT INVALID KEY
               MOVE "R" TO fmd_statut
               REWRITE tamp_fmandat
               DISPLAY "Mandat resilie ; une recharge deja transmise"
               DISPLAY "a la banque sera encore creditee."
           END-READ
           CLOSE fmandat
           ACCEPT w_test.

       *> transfert de solde entre comptes (familles partageant un
       *> portefeuille) : debite le disponible de l'expediteur
       *> (blocages respectes), credite le destinataire, deux jambes
               STRING "TRANSFERT RECU : " w_aff_montant
                   " EUR DE " wu_telephone
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "TRANSFERT" TO w_mdl_type
               MOVE wu_telephone TO w_mdl_num_tel
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION

               DISPLAY "Transfert de " w_aff_montant " EUR"
           WRITE tamp_freviewlog
           CLOSE freviewlog.

       *> utilisation d'un bon cadeau : la valeur faciale est
       *> creditee sur le solde du compte connecte (mouvement "B") ;
       *> le bon est marque utilise avant le credit, pour qu'un meme
       *> code ne puisse pas servir deux fois
       UTILISER_BON_CADEAU.
           DISPLAY "Saisir le code du bon cadeau."
           MOVE SPACE TO w_bon_code
           ACCEPT w_bon_code
           MOVE FUNCTION UPPER-CASE(w_bon_code) TO w_bon_code

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_bon_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE 0 TO w_bon_ok
           OPEN I-O fbon
           MOVE w_bon_code TO fbc_code
           READ fbon
           INVALID KEY
               DISPLAY "Code de bon inconnu."
           NOT INVALID KEY
               EVALUATE TRUE
               WHEN fbc_statut = "U"
                   DISPLAY "Ce bon a deja ete utilise le "
                       fbc_utilisation "."
               WHEN fbc_statut = "E"
                   DISPLAY "Ce bon est echu depuis le "
                       fbc_expiration "."
               WHEN fbc_expiration < w_bon_jour
                   MOVE "E" TO fbc_statut
                   REWRITE tamp_fbon
                   END-REWRITE
                   DISPLAY "Ce bon est echu depuis le "
                       fbc_expiration "."
               WHEN OTHER
                   MOVE "U" TO fbc_statut
                   MOVE wu_telephone TO fbc_beneficiaire
                   MOVE w_bon_jour TO fbc_utilisation
                   REWRITE tamp_fbon
                   END-REWRITE
                   MOVE fbc_valeur TO w_bon_valeur
                   MOVE 1 TO w_bon_ok
               END-EVALUATE
           END-READ
           CLOSE fbon

           IF w_bon_ok = 1 THEN
               OPEN I-O futilisateur
               MOVE wu_telephone TO fu_telephone
               READ futilisateur KEY IS fu_telephone
               NOT INVALID KEY
                   ADD w_bon_valeur TO fu_solde
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
               END-READ
               CLOSE futilisateur

               MOVE wu_telephone TO w_trans_telephone
               MOVE "B" TO w_trans_type
               MOVE w_bon_valeur TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               MOVE w_bon_valeur TO w_aff_montant
               DISPLAY "Bon cadeau de " w_aff_montant
                   " EUR credite sur votre compte."
               MOVE fu_solde TO w_aff_montant
               DISPLAY "Nouveau Solde : " w_aff_montant " EUR"

               *> un bon utilise regularise aussi les reglements en
               *> echec, comme une recharge
               PERFORM RELANCER_REGLEMENTS_UTILISATEUR
           END-IF

           ACCEPT w_test
           PERFORM PAGE_PROFIL.

       *> liste de blocage de l'utilisateur connecte : la personne
       *> bloquee ne peut plus reserver avec lui (dans les deux
       *> sens), n'apparait plus dans ses recherches et n'est pas
       GERER_BLOCAGES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MES BLOCAGES ------"
               DISPLAY "1.   BLOQUER UN UTILISATEUR"
               DISPLAY "2.   LISTER MES BLOCAGES"
           END-READ
           CLOSE fblocage.

       *> conducteurs favoris du voyageur connecte : un conducteur
       *> ne peut etre retenu qu'apres un trajet regle avec lui, et
       *> jamais si l'un des deux a bloque l'autre
       GERER_FAVORIS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MES CONDUCTEURS FAVORIS ------"
               DISPLAY "1.   AJOUTER UN CONDUCTEUR FAVORI"
               DISPLAY "2.   LISTER MES FAVORIS"
               DISPLAY "3.   RETIRER UN FAVORI"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM AJOUTER_FAVORI
           WHEN 2
               PERFORM LISTER_MES_FAVORIS
           WHEN 3
               PERFORM RETIRER_FAVORI
           END-EVALUATE

           PERFORM PAGE_PROFIL.

       AJOUTER_FAVORI.
           DISPLAY "Telephone du conducteur a ajouter."
           ACCEPT w_fav_conducteur

           MOVE wu_telephone TO w_blk_a
           MOVE w_fav_conducteur TO w_blk_b
           PERFORM VERIFIER_BLOCAGE_PAIRE
           PERFORM CONTROLER_TRAJET_REGLE

           IF w_fav_conducteur = wu_telephone OR
              w_fav_conducteur = 0 THEN
               DISPLAY "Numero invalide."
           ELSE
               IF w_blk_bloque = 1 THEN
                   DISPLAY "Impossible : un blocage existe avec ce"
                       " conducteur."
               ELSE
                   IF w_fav_trouve = 0 THEN
                       DISPLAY "Aucun trajet regle avec ce conducteur."
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-DATA
                       MOVE wu_telephone TO ffv_voyageur
                       MOVE w_fav_conducteur TO ffv_conducteur
                       MOVE WS-CURRENT-YEAR TO ffv_annee
                       MOVE WS-CURRENT-MONTH TO ffv_mois
                       MOVE WS-CURRENT-DAY TO ffv_jour
                       OPEN I-O ffavori
                           WRITE tamp_ffavori
                           INVALID KEY
                               DISPLAY "Ce conducteur est deja un"
                                   " favori."
                           NOT INVALID KEY
                               DISPLAY "Favori enregistre : vous serez"
                                   " prevenu"
                               DISPLAY "de ses prochaines annonces."
                       END-WRITE
                       CLOSE ffavori
                   END-IF
               END-IF
           END-IF.

       *> w_fav_trouve vaut 1 si le voyageur connecte a au moins une
       *> ligne statistique reglee avec le conducteur w_fav_conducteur
       CONTROLER_TRAJET_REGLE.
           MOVE 0 TO w_fav_trouve
           OPEN INPUT fstatistiques
           MOVE w_fav_conducteur TO fs_conducteur
           START fstatistiques KEY IS = fs_conducteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fs_conducteur NOT = w_fav_conducteur THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fs_voyageur = wu_telephone AND
                              fs_regle = "O" THEN
                               MOVE 1 TO w_fav_trouve
                               MOVE 0 TO w_fin2
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fstatistiques.

       LISTER_MES_FAVORIS.
           MOVE 0 TO w_fav_nb
           OPEN INPUT ffavori
           MOVE wu_telephone TO ffv_voyageur
           MOVE 0 TO ffv_conducteur
           START ffavori KEY IS >= ffv_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ ffavori NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF ffv_voyageur NOT = wu_telephone THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           ADD 1 TO w_fav_nb
                           DISPLAY "Favori : " ffv_conducteur
                               " depuis le " ffv_date
                       END-IF
               END-PERFORM
           END-START
           CLOSE ffavori

           IF w_fav_nb = 0 THEN
               DISPLAY "Aucun conducteur favori."
           END-IF.

       RETIRER_FAVORI.
           DISPLAY "Telephone du conducteur a retirer."
           ACCEPT w_fav_conducteur

           OPEN I-O ffavori
           MOVE wu_telephone TO ffv_voyageur
           MOVE w_fav_conducteur TO ffv_conducteur
           READ ffavori
           INVALID KEY
               DISPLAY "Ce conducteur n'est pas dans vos favoris."
           NOT INVALID KEY
               DELETE ffavori RECORD
               DISPLAY "Favori retire."
           END-READ
           CLOSE ffavori.

       *> reimpression d'un recu voyageur du registre : le document
       *> est reconstruit depuis la ligne statistique d'origine avec
       *> le meme numero ; seul le titulaire du recu peut le
           IF w_rel_permois < w_rel_demande THEN
               IF ft_type = "D" OR ft_type = "Y" OR
                  ft_type = "V" OR ft_type = "H" OR
                  ft_type = "W" OR ft_type = "F" OR
                  ft_type = "K" OR ft_type = "N" OR
                  ft_type = "Z" THEN
                   SUBTRACT ft_montant FROM w_rel_ouverture
               ELSE
                   ADD ft_montant TO w_rel_ouverture
               IF w_rel_permois = w_rel_demande THEN
                   IF ft_type = "D" OR ft_type = "Y" OR
                      ft_type = "V" OR ft_type = "H" OR
                      ft_type = "W" OR ft_type = "F" OR
                      ft_type = "K" OR ft_type = "N" OR
                      ft_type = "Z" THEN
                       SUBTRACT ft_montant FROM w_rel_cloture
                   ELSE
                       ADD ft_montant TO w_rel_cloture
                       MOVE "TRANSFERT RECU" TO w_rel_libelle
                   WHEN "H"
                       MOVE "REPRISE INCIDENT" TO w_rel_libelle
                   WHEN "B"
                       MOVE "BON CADEAU" TO w_rel_libelle
                   WHEN "F"
                       MOVE "FRAIS ENVOI OBJET" TO w_rel_libelle
                   WHEN "K"
                       MOVE "ANNULATION LITIGE" TO w_rel_libelle
                   WHEN "N"
                       MOVE "FONDS NON RECLAMES" TO w_rel_libelle
                   WHEN "Z"
                       MOVE "SOLDE DE CLOTURE" TO w_rel_libelle
                   WHEN "A"
                       MOVE "RECHARGE AUTOMATIQUE" TO w_rel_libelle
                   WHEN "L"
                       MOVE "RECREDIT LITIGE" TO w_rel_libelle
                   WHEN "Q"
                       MOVE "VIREMENT RETOURNE" TO w_rel_libelle
                   WHEN OTHER
                       MOVE "MOUVEMENT" TO w_rel_libelle
               END-EVALUATE
                WHEN 2
                    DISPLAY "STATUS            : COMPTE SUSPENDU"
                    MOVE "ACTIVER" TO w_text
                WHEN 5
                    DISPLAY "STATUS            : EN ATTENTE"
                        " (LITIGE CARTE)"
                    DISPLAY "Contactez un administrateur."
                WHEN OTHER
                    DISPLAY "STATUS            : COMPTE BLOQUER"
                    DISPLAY "Contactez un administrateur."
           END-EVALUATE

           IF fu_status = 3 OR fu_status = 4 OR fu_status = 5 THEN
                PERFORM PAGE_PROFIL
           ELSE
                MOVE 0 TO w_test
