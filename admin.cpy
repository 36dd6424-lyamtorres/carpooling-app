           MOVE 0 TO fu_nb_noshow
           MOVE 0 TO fu_solde_bloque
           MOVE "N" TO fu_confiance
           MOVE 0 TO fu_date_naissance
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE fu_date_inscription = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           OPEN I-O futilisateur
               WRITE tamp_futilisateur
           PERFORM AFFICHER_COCKPIT

           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL (w_test > 0 AND w_test < 78)
               OR w_test = 99
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------------ ADMINISTRATION ------------"
               DISPLAY "1.   LISTER LES UTILISATEURS"
               DISPLAY "2.   DEBLOQUER UN COMPTE"
               DISPLAY "48.  GUICHET ESPECES (RECHARGE + CAISSE)"
               DISPLAY "49.  SUSPENSIONS DE ROUTE"
               DISPLAY "50.  EXPORT COMPTABLE (GRAND LIVRE)"
               DISPLAY "51.  COMPTES EMPLOYEURS (ENTREPRISES)"
               DISPLAY "52.  REGISTRE DES EVENEMENTS"
               DISPLAY "53.  PARTAGE DES TRAJETS DU JOUR"
               DISPLAY "54.  OBJETS TROUVES"
               DISPLAY "55.  PONCTUALITE (MENSUEL)"
               DISPLAY "56.  PALIERS CONDUCTEUR (MENSUEL)"
               DISPLAY "57.  RESERVATION POUR UN CLIENT"
               DISPLAY "58.  AGENCES ET RATTACHEMENTS"
               DISPLAY "59.  RAPPROCHEMENT ACQUEREUR CARTE"
               DISPLAY "60.  LITIGES CARTE (CHARGEBACKS)"
               DISPLAY "61.  RETOURS BANCAIRES VIREMENTS"
               DISPLAY "62.  MODELES DE MESSAGES"
               DISPLAY "63.  DECLARATION ASSUREUR"
               DISPLAY "64.  FLUX OUVERT DES ANNONCES"
               DISPLAY "65.  IMPORT D'ANNONCES PARTENAIRE"
               DISPLAY "66.  REGISTRE DES VEHICULES"
               DISPLAY "67.  POINTS DE REPRISE"
               DISPLAY "68.  SAUVEGARDES (CATALOGUE, RELECTURE)"
               DISPLAY "69.  DEMANDES A VALIDER (4 YEUX)"
               DISPLAY "70.  SIMULATION DE PARAMETRES"
               DISPLAY "71.  PREVISION DE DEMANDE PAR ROUTE"
               DISPLAY "72.  RETENTION DES COHORTES"
               DISPLAY "73.  PRELEVEMENTS DE RECHARGE AUTO"
               DISPLAY "74.  RETOURS BANCAIRES PRELEVEMENTS"
               DISPLAY "75.  RAPPORT DE SATISFACTION DU MOIS"
               DISPLAY "76.  DETRACTEURS A RAPPELER"
               DISPLAY "77.  RELEVE DE CAPACITE DES FICHIERS"
               DISPLAY "99.  RETOUR"
               ACCEPT w_test
           END-PERFORM
                   MOVE "SUSPENSIONS ROUTE" TO w_audit_action
               WHEN 50
                   MOVE "EXPORT COMPTABLE" TO w_audit_action
               WHEN 51
                   MOVE "COMPTES EMPLOYEURS" TO w_audit_action
               WHEN 52
                   MOVE "REGISTRE DES EVENEMENTS" TO w_audit_action
               WHEN 53
                   MOVE "PARTAGE TRAJETS DU JOUR" TO w_audit_action
               WHEN 54
                   MOVE "OBJETS TROUVES" TO w_audit_action
               WHEN 55
                   MOVE "PONCTUALITE" TO w_audit_action
               WHEN 56
                   MOVE "RECALCUL PALIERS" TO w_audit_action
               WHEN 57
                   MOVE "RESERVATION ASSISTEE" TO w_audit_action
               WHEN 58
                   MOVE "GESTION AGENCES" TO w_audit_action
               WHEN 59
                   MOVE "RAPPROCHEMENT ACQUEREUR" TO w_audit_action
               WHEN 60
                   MOVE "LITIGES CARTE" TO w_audit_action
               WHEN 61
                   MOVE "RETOURS VIREMENTS" TO w_audit_action
               WHEN 62
                   MOVE "MODELES DE MESSAGES" TO w_audit_action
               WHEN 63
                   MOVE "DECLARATION ASSUREUR" TO w_audit_action
               WHEN 64
                   MOVE "FLUX OUVERT ANNONCES" TO w_audit_action
               WHEN 65
                   MOVE "IMPORT ANNONCES PARTENAIRE" TO w_audit_action
               WHEN 66
                   MOVE "REGISTRE DES VEHICULES" TO w_audit_action
               WHEN 67
                   MOVE "POINTS DE REPRISE" TO w_audit_action
               WHEN 68
                   MOVE "SAUVEGARDES" TO w_audit_action
               WHEN 69
                   MOVE "FILE D'APPROBATION" TO w_audit_action
               WHEN 70
                   MOVE "SIMULATION PARAMETRES" TO w_audit_action
               WHEN 71
                   MOVE "PREVISION DEMANDE" TO w_audit_action
               WHEN 72
                   MOVE "RAPPORT COHORTES" TO w_audit_action
               WHEN 73
                   MOVE "PRELEVEMENTS RECHARGE AUTO" TO w_audit_action
               WHEN 74
                   MOVE "RETOURS PRELEVEMENTS" TO w_audit_action
               WHEN 75
                   MOVE "RAPPORT SATISFACTION" TO w_audit_action
               WHEN 76
                   MOVE "SUIVI DETRACTEURS" TO w_audit_action
               WHEN 77
                   MOVE "CONSULTATION CAPACITE" TO w_audit_action
               END-EVALUATE
               PERFORM JOURNALISER_ADMIN

               PERFORM GERER_SUSPENSIONS
           WHEN 50
               PERFORM EXPORT_COMPTABLE
           WHEN 51
               PERFORM GERER_COMPTES_EMPLOYEURS
           WHEN 52
               PERFORM GERER_EVENEMENTS
           WHEN 53
               PERFORM PARTAGER_TRAJETS_DU_JOUR
               PERFORM AFFICHE_MENU_ADMIN
           WHEN 54
               PERFORM GERER_OBJETS_ADMIN
           WHEN 55
               PERFORM RAPPORT_PONCTUALITE
           WHEN 56
               PERFORM RECALCULER_PALIERS
           WHEN 57
               PERFORM RESERVER_POUR_CLIENT
           WHEN 58
               PERFORM GERER_AGENCES
           WHEN 59
               PERFORM TRAITER_ACQUEREUR
           WHEN 60
               PERFORM GERER_LITIGES_CARTE
           WHEN 61
               PERFORM TRAITER_RETOURS_VIREMENT
           WHEN 62
               PERFORM GERER_MODELES
           WHEN 63
               PERFORM GERER_DECLARATION_ASSUREUR
           WHEN 64
               PERFORM PUBLIER_FLUX_OUVERT
           WHEN 65
               PERFORM IMPORTER_ANNONCES
           WHEN 66
               PERFORM GERER_REGISTRE_VEHICULES
           WHEN 67
               PERFORM GERER_POINTS_REPRISE
           WHEN 68
               PERFORM GERER_SAUVEGARDES
           WHEN 69
               PERFORM TRAITER_APPROBATIONS
           WHEN 70
               PERFORM SIMULER_PARAMETRES
           WHEN 71
               PERFORM PREVOIR_DEMANDE
           WHEN 72
               PERFORM RAPPORT_COHORTES
           WHEN 73
               PERFORM PRELEVER_MANDATS
           WHEN 74
               PERFORM TRAITER_RETOURS_PRELEVEMENT
           WHEN 75
               PERFORM RAPPORT_SATISFACTION
           WHEN 76
               PERFORM SUIVRE_DETRACTEURS
           WHEN 77
               PERFORM CONSULTER_CAPACITE
           WHEN 99
               PERFORM AFFICHE_MENU
           END-EVALUATE.
       EXPORT_COMPTABLE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ EXPORT COMPTABLE ------"
               DISPLAY "1.   FIXER UNE CORRESPONDANCE"
               DISPLAY "2.   LISTER LE PLAN"
                   DISPLAY "EXPORT REFUSE : aucun compte de"
                   DISPLAY "contrepartie (type CP) au plan."
               ELSE
                   IF w_mode_formation = 1 THEN
                       DISPLAY "EXPORT REFUSE : environnement de"
                       DISPLAY "formation, rien ne part en"
                           " comptabilite."
                   ELSE
                       PERFORM ECRIRE_EXPORT_GL
                   END-IF
               END-IF
           END-IF.

                   + ft_mois * 100 + ft_jour
               IF ft_type = "D" OR ft_type = "Y" OR
                  ft_type = "V" OR ft_type = "H" OR
                  ft_type = "W" OR ft_type = "F" OR
                  ft_type = "K" OR ft_type = "N" OR
                  ft_type = "Z" THEN
                   MOVE "D" TO w_gl_sens
               ELSE
                   MOVE "C" TO w_gl_sens
       GERER_SUSPENSIONS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ SUSPENSIONS DE ROUTE ------"
               DISPLAY "1.   DECLARER UNE SUSPENSION"
               DISPLAY "2.   LISTER / LEVER"
                       STRING "ROUTE SUSPENDUE (" fsp_motif(1:20)
                           ") : ANNONCE " fa_code " TOUCHEE"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "ROUTESUSP" TO w_mdl_type
                       MOVE fa_code TO w_mdl_code
                       MOVE fsp_motif(1:20) TO w_mdl_libre
                       PERFORM ENVOYER_NOTIFICATION
                       PERFORM NOTIFIER_VOYAGEURS_SUSPENSION
                   END-IF
                                   fsp_motif(1:20) ")"
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "ROUTEMENAC" TO w_mdl_type
                               MOVE fa_code TO w_mdl_code
                               MOVE fsp_motif(1:20) TO w_mdl_libre
                               PERFORM ENVOYER_NOTIFICATION
                           END-IF
                       END-IF
                               MOVE fa_code TO w_code
                               PERFORM SUPPRIMER_ARRETS_ANNONCE
                               PERFORM SUPPRIMER_CONFORT_ANNONCE
                               PERFORM SUPPRIMER_CAPACITE_COLIS
                               PERFORM SUPPRIMER_EVENEMENT_ANNONCE
                               PERFORM SUPPRIMER_BAISSE_ANNONCE
                               MOVE 1 TO w_att_purge_notif
                               PERFORM PURGER_ATTENTES_ANNONCE
                               MOVE "S" TO w_jrn_op
       *> guichet especes : l'agent connecte (registre des sessions)
       *> encaisse le liquide d'un client et credite son compte ; la
       *> main courante de caisse et les ecritures ledger "S" se
       *> comptent l'une contre l'autre en fin de journee ; les
       *> bons cadeaux vendus passent par la meme main courante et
       *> se comptent contre le registre des bons
       GUICHET_ESPECES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 6
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ GUICHET ESPECES ------"
               DISPLAY "1.   ENCAISSER UNE RECHARGE"
               DISPLAY "2.   RAPPORT DE CAISSE D'UNE JOURNEE"
               DISPLAY "3.   VENDRE UN BON CADEAU"
               DISPLAY "4.   BONS CADEAUX ECHUS"
               DISPLAY "5.   RETOUR"
               ACCEPT w_test
           END-PERFORM

               PERFORM ENCAISSER_RECHARGE_GUICHET
           WHEN 2
               PERFORM RAPPORT_CAISSE
           WHEN 3
               PERFORM VENDRE_BON_CADEAU
           WHEN 4
               PERFORM LISTER_BONS_ECHUS
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.
       ENCAISSER_RECHARGE_GUICHET.
           DISPLAY "Telephone du compte client a recharger."
           ACCEPT w_cai_client
           MOVE 0 TO w_cai_montant
           PERFORM ENCAISSER_ESPECES_CLIENT.

       *> encaisse les especes du client w_cai_client et les credite
       *> sur son compte ; le montant est demande a l'agent sauf s'il
       *> est deja fixe dans w_cai_montant (reglement d'une
       *> reservation prise par l'agence)
       ENCAISSER_ESPECES_CLIENT.
           MOVE 0 TO w_test
           OPEN I-O futilisateur
           MOVE w_cai_client TO fu_telephone
           INVALID KEY
               DISPLAY "Ce compte n'existe pas."
           NOT INVALID KEY
               PERFORM UNTIL w_cai_montant > 0
                   DISPLAY "Montant en especes remis par le"
                       " client."
                   PERFORM SAISIR_MONTANT
                   MOVE w_mnt_montant TO w_cai_montant
               END-PERFORM
               ADD w_cai_montant TO fu_solde
               PERFORM IMPUTER_DETTE
               REWRITE tamp_futilisateur
               MOVE "M" TO w_jrn_op
               PERFORM IMAGE_UTILISATEUR
               MOVE wu_telephone TO w_cai_l_agent
               MOVE w_cai_client TO w_cai_l_client
               MOVE w_cai_montant TO w_cai_l_montant
               MOVE "R" TO w_cai_l_nature
               MOVE wu_telephone TO w_agu_tel
               PERFORM LIRE_AGENCE_UTILISATEUR
               MOVE w_agu_agence TO w_cai_l_agence
               MOVE w_cai_client TO w_agu_tel
               PERFORM RATTACHER_CLIENT_GUICHET
               OPEN EXTEND fcaisse
               IF cr_fcaisse = 35 THEN
                   OPEN OUTPUT fcaisse
               STRING "RECHARGE ESPECES AU GUICHET : "
                   w_aff_montant " EUR CREDITES"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "RECHGUICH" TO w_mdl_type
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION

               DISPLAY "Recharge encaissee et creditee."
               MOVE 0 TO w_cai_montant
           END-IF.

       *> reservation assistee : l'agent reserve pour un client qui
       *> appelle l'agence, sans son mot de passe. Le client est
       *> identifie par son numero et le code SMS qu'il y recoit et
       *> lit a l'agent ; la recherche et la reservation suivent
       *> ensuite le circuit normal du voyageur pour son compte, puis
       *> le trajet est regle sur son porte-monnaie ou en especes au
       *> guichet. Chaque reservation garde le numero de l'agent
       RESERVER_POUR_CLIENT.
           DISPLAY "Telephone du client qui appelle."
           ACCEPT w_agc_client

           MOVE 0 TO w_agc_ok
           OPEN INPUT futilisateur
           MOVE w_agc_client TO fu_telephone
           READ futilisateur
           INVALID KEY
               DISPLAY "Ce compte n'existe pas."
           NOT INVALID KEY
               IF fu_status NOT = 1 THEN
                   DISPLAY "Ce compte n'est pas actif : reservation"
                   DISPLAY "impossible par l'agence."
               ELSE
                   DISPLAY "Client : " fu_prenom " " fu_nom
                   MOVE w_agc_client TO w_acs_tel
                   PERFORM AFFICHER_NUMERO_EN_ECHEC
                   MOVE 1 TO w_agc_ok
               END-IF
           END-READ
           CLOSE futilisateur

           IF w_agc_ok = 1 THEN
               PERFORM ENVOYER_CODE_AGENCE
               PERFORM CONTROLER_CODE_AGENCE
           END-IF

           IF w_agc_ok = 1 THEN
               *> la session agit pour le client le temps de la
               *> recherche et de la reservation
               MOVE wu_telephone TO w_agc_agent
               MOVE w_agc_client TO wu_telephone
               MOVE 0 TO w_dernier_resa
               MOVE 0 TO w_aller_code
               PERFORM RESERVER_UNE_ANNONCE_CORPS
               MOVE w_dernier_resa TO w_agc_resa
               MOVE w_aller_code TO w_agc_aller
               IF w_agc_aller = w_agc_resa THEN
                   MOVE 0 TO w_agc_aller
               END-IF
               MOVE w_agc_agent TO wu_telephone

               IF w_agc_resa > 0 OR w_agc_aller > 0 THEN
                   PERFORM REGLER_RESERVATION_AGENCE
               END-IF
           END-IF

           PERFORM AFFICHE_MENU_ADMIN.

       *> code a usage unique du jour, depose dans la boite SMS du
       *> client w_agc_client
       ENVOYER_CODE_AGENCE.
           MOVE "Y" TO w_type_code
           PERFORM GENERER_CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE w_agc_client TO fvf_telephone
           MOVE w_code_code TO fvf_code
           MOVE WS-CURRENT-YEAR TO fvf_annee
           MOVE WS-CURRENT-MONTH TO fvf_mois
           MOVE WS-CURRENT-DAY TO fvf_jour
           MOVE "N" TO fvf_utilise

           OPEN I-O fverif
           WRITE tamp_fverif
           INVALID KEY
               REWRITE tamp_fverif
           END-WRITE
           CLOSE fverif

           MOVE w_agc_client TO w_notif_telephone
           MOVE "AGENCE" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "CODE A DONNER A L'AGENCE POUR RESERVER EN VOTRE "
               "NOM : " w_code_code
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "AGENCE" TO w_mdl_type
           MOVE w_code_code TO w_mdl_code
           PERFORM DEPOSER_OUTBOX
           DISPLAY "Code envoye par SMS au client.".

       *> trois essais pour saisir le code lu par le client ; w_agc_ok
       *> retombe a 0 si aucun n'est bon
       CONTROLER_CODE_AGENCE.
           MOVE 0 TO w_agc_ok
           MOVE 0 TO w_agc_essais
           PERFORM WITH TEST AFTER UNTIL w_agc_ok = 1 OR
               w_agc_essais >= 3
               ADD 1 TO w_agc_essais
               DISPLAY "Code lu par le client."
               ACCEPT w_vf_saisi
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O fverif
               MOVE w_agc_client TO fvf_telephone
               READ fverif
               NOT INVALID KEY
                   IF fvf_code = w_vf_saisi AND
                      fvf_utilise = "N" AND
                      fvf_annee = WS-CURRENT-YEAR AND
                      fvf_mois = WS-CURRENT-MONTH AND
                      fvf_jour = WS-CURRENT-DAY THEN
                       MOVE "O" TO fvf_utilise
                       REWRITE tamp_fverif
                       MOVE 1 TO w_agc_ok
                   END-IF
               END-READ
               CLOSE fverif
               IF w_agc_ok = 0 THEN
                   DISPLAY "Code invalide."
               END-IF
           END-PERFORM

           IF w_agc_ok = 0 THEN
               DISPLAY "Client non identifie : reservation refusee."
               MOVE "ECHEC CODE RESA AGENCE" TO w_audit_action
               MOVE w_agc_client TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-IF.

       *> reglement des reservations que l'agence vient de prendre :
       *> montant du trajet, choix porte-monnaie ou especes, puis
       *> marque de l'agent, journal et boite du client
       REGLER_RESERVATION_AGENCE.
           MOVE 0 TO w_agc_total
           IF w_agc_resa > 0 THEN
               MOVE w_agc_resa TO w_agc_cour
               PERFORM MONTANT_RESERVATION_AGENCE
           END-IF
           IF w_agc_aller > 0 THEN
               MOVE w_agc_aller TO w_agc_cour
               PERFORM MONTANT_RESERVATION_AGENCE
           END-IF

           MOVE "P" TO w_agc_mode
           IF w_agc_total > 0 THEN
               MOVE w_agc_total TO w_aff_montant
               DISPLAY "Montant a regler : " w_aff_montant " EUR"
               MOVE SPACE TO w_agc_mode
               PERFORM WITH TEST AFTER UNTIL w_agc_mode = "P" OR
                   w_agc_mode = "E"
                   DISPLAY "Reglement : P porte-monnaie du client,"
                       " E especes au guichet."
                   ACCEPT w_agc_mode
               END-PERFORM
           END-IF

           IF w_agc_mode = "E" THEN
               MOVE w_agc_client TO w_cai_client
               MOVE w_agc_total TO w_cai_montant
               PERFORM ENCAISSER_ESPECES_CLIENT
           ELSE
               OPEN INPUT futilisateur
               MOVE w_agc_client TO fu_telephone
               READ futilisateur
               NOT INVALID KEY
                   COMPUTE w_solde_disponible =
                       fu_solde - fu_solde_bloque
                   IF w_solde_disponible < w_agc_total THEN
                       MOVE w_solde_disponible TO w_aff_montant
                       DISPLAY "ATTENTION : solde disponible du client"
                           " " w_aff_montant " EUR ; le blocage"
                       DISPLAY "echouera a la confirmation sans"
                           " recharge."
                   END-IF
               END-READ
               CLOSE futilisateur
           END-IF

           IF w_agc_resa > 0 THEN
               MOVE w_agc_resa TO w_agc_cour
               PERFORM MARQUER_RESERVATION_AGENCE
           END-IF
           IF w_agc_aller > 0 THEN
               MOVE w_agc_aller TO w_agc_cour
               PERFORM MARQUER_RESERVATION_AGENCE
           END-IF.

       *> ajoute a w_agc_total le tarif du segment de la reservation
       *> w_agc_cour, calcule comme au blocage
       MONTANT_RESERVATION_AGENCE.
           MOVE 0 TO w_agc_montant
           OPEN INPUT freservation
           MOVE w_agc_cour TO fres_code
           READ freservation
           NOT INVALID KEY
               OPEN INPUT fannonce
               MOVE fres_code_annonce TO fa_code
               READ fannonce
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
                       COMPUTE w_agc_montant =
                           w_pseg_prix * fres_nb_places
                   ELSE
                       MOVE w_pseg_prix TO w_agc_montant
                   END-IF
               END-READ
               CLOSE fannonce
           END-READ
           CLOSE freservation
           ADD w_agc_montant TO w_agc_total.

       *> marque la reservation w_agc_cour du numero de l'agent et en
       *> informe le journal d'administration et le client
       MARQUER_RESERVATION_AGENCE.
           PERFORM MONTANT_RESERVATION_AGENCE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE w_agc_cour TO fra_fres_code
           MOVE wu_telephone TO fra_agent
           MOVE w_agc_client TO fra_client
           COMPUTE fra_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE w_agc_mode TO fra_paiement
           MOVE w_agc_montant TO fra_montant
           MOVE wu_telephone TO w_agu_tel
           PERFORM LIRE_AGENCE_UTILISATEUR
           MOVE w_agu_agence TO fra_agence
           OPEN I-O fresagence
           WRITE tamp_fresagence
           INVALID KEY
               REWRITE tamp_fresagence
           END-WRITE
           CLOSE fresagence
           MOVE w_agc_client TO w_agu_tel
           PERFORM RATTACHER_CLIENT_GUICHET

           MOVE "RESERVEE PAR L'AGENCE" TO w_audit_action
           MOVE SPACE TO w_audit_cible
           STRING w_agc_cour "/" w_agc_client
               DELIMITED BY SIZE INTO w_audit_cible
           PERFORM JOURNALISER_ADMIN

           MOVE w_agc_client TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "RESERVATION " w_agc_cour
               " PRISE PAR L'AGENCE EN VOTRE NOM"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "RESAAGENCE" TO w_mdl_type
           MOVE w_agc_cour TO w_mdl_code
           PERFORM ENVOYER_NOTIFICATION.

       *> registre des agences et rattachement des comptes (clients
       *> et agents) a leur agence
       GERER_AGENCES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ AGENCES ------"
               DISPLAY "1.   CREER / MODIFIER UNE AGENCE"
               DISPLAY "2.   LISTER LES AGENCES"
               DISPLAY "3.   RATTACHER UN COMPTE A UNE AGENCE"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM SAISIR_AGENCE
           WHEN 2
               PERFORM LISTER_AGENCES
           WHEN 3
               PERFORM RATTACHER_COMPTE_AGENCE
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       SAISIR_AGENCE.
           DISPLAY "Code de l'agence (4 caracteres)."
           ACCEPT w_agu_code
           IF w_agu_code = SPACE THEN
               DISPLAY "Code obligatoire."
           ELSE
               OPEN I-O fagence
               MOVE w_agu_code TO fag_code
               READ fagence
               INVALID KEY
                   MOVE 0 TO w_test
                   MOVE w_agu_code TO fag_code
                   MOVE SPACE TO fag_nom
                   MOVE SPACE TO fag_ville
                   MOVE 0 TO fag_responsable
                   MOVE "A" TO fag_statut
               NOT INVALID KEY
                   MOVE 1 TO w_test
                   DISPLAY "Agence existante : " fag_nom
                       " - " fag_ville " - statut " fag_statut
               END-READ
               PERFORM WITH TEST AFTER UNTIL fag_nom NOT = SPACE
                   DISPLAY "Nom de l'agence."
                   ACCEPT fag_nom
               END-PERFORM
               DISPLAY "Ville de l'agence."
               ACCEPT fag_ville
               DISPLAY "Telephone du responsable regional."
               ACCEPT fag_responsable
               PERFORM WITH TEST AFTER UNTIL fag_statut = "A" OR
                   fag_statut = "F"
                   DISPLAY "Statut (A ouverte, F fermee)."
                   ACCEPT fag_statut
               END-PERFORM
               WRITE tamp_fagence
               INVALID KEY
                   REWRITE tamp_fagence
               END-WRITE
               CLOSE fagence
               IF w_test = 0 THEN
                   DISPLAY "Agence creee."
               ELSE
                   DISPLAY "Agence modifiee."
               END-IF

               MOVE "FICHE AGENCE" TO w_audit_action
               MOVE w_agu_code TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-IF.

       LISTER_AGENCES.
           MOVE 0 TO w_agt_i
           OPEN INPUT fagence
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fagence NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_agt_i
                   DISPLAY fag_code " - " fag_nom " - " fag_ville
                   DISPLAY "   responsable " fag_responsable
                       " - statut " fag_statut
           END-PERFORM
           CLOSE fagence
           IF w_agt_i = 0 THEN
               DISPLAY "Aucune agence enregistree."
           END-IF
           ACCEPT w_test.

       RATTACHER_COMPTE_AGENCE.
           DISPLAY "Telephone du compte (client ou agent)."
           ACCEPT w_agu_tel
           DISPLAY "Code de l'agence de rattachement."
           ACCEPT w_agu_code

           MOVE 0 TO w_test
           OPEN INPUT futilisateur
           MOVE w_agu_tel TO fu_telephone
           READ futilisateur
           INVALID KEY
               DISPLAY "Ce compte n'existe pas."
           NOT INVALID KEY
               MOVE 1 TO w_test
           END-READ
           CLOSE futilisateur

           IF w_test = 1 THEN
               OPEN INPUT fagence
               MOVE w_agu_code TO fag_code
               READ fagence
               INVALID KEY
                   DISPLAY "Agence inconnue."
                   MOVE 0 TO w_test
               NOT INVALID KEY
                   IF fag_statut NOT = "A" THEN
                       DISPLAY "Cette agence est fermee."
                       MOVE 0 TO w_test
                   END-IF
               END-READ
               CLOSE fagence
           END-IF

           IF w_test = 1 THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O fagenceutil
               MOVE w_agu_tel TO fau_telephone
               MOVE w_agu_code TO fau_agence
               COMPUTE fau_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               WRITE tamp_fagenceutil
               INVALID KEY
                   REWRITE tamp_fagenceutil
               END-WRITE
               CLOSE fagenceutil
               DISPLAY "Compte rattache a l'agence " w_agu_code "."

               MOVE "RATTACHEMENT AGENCE" TO w_audit_action
               MOVE SPACE TO w_audit_cible
               STRING w_agu_tel "/" w_agu_code
                   DELIMITED BY SIZE INTO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-IF.

       *> agence de rattachement du compte w_agu_tel dans
       *> w_agu_agence (a blanc si aucune)
       LIRE_AGENCE_UTILISATEUR.
           MOVE SPACE TO w_agu_agence
           OPEN INPUT fagenceutil
           MOVE w_agu_tel TO fau_telephone
           READ fagenceutil
           NOT INVALID KEY
               MOVE fau_agence TO w_agu_agence
           END-READ
           CLOSE fagenceutil.

       *> premier passage du client w_agu_tel a un guichet : sans
       *> agence de rattachement, il prend celle de l'agent
       *> (w_agu_agence)
       RATTACHER_CLIENT_GUICHET.
           IF w_agu_agence NOT = SPACE THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O fagenceutil
               MOVE w_agu_tel TO fau_telephone
               MOVE w_agu_agence TO fau_agence
               COMPUTE fau_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               WRITE tamp_fagenceutil
               INVALID KEY
                   CONTINUE
               END-WRITE
               CLOSE fagenceutil
           END-IF.

       *> ajoute w_agt_m1 / w_agt_m2 a la ligne de l'agence w_agt_cle
       *> de la table de ventilation (remise a zero par l'appelant)
       CUMULER_PAR_AGENCE.
           MOVE 0 TO w_agt_cur
           MOVE 1 TO w_agt_i
           PERFORM WITH TEST AFTER UNTIL w_agt_i > w_agt_nb
               IF w_agt_nb > 0 AND w_agt_cur = 0 THEN
                   IF w_agt_code(w_agt_i) = w_agt_cle THEN
                       MOVE w_agt_i TO w_agt_cur
                   END-IF
               END-IF
               ADD 1 TO w_agt_i
           END-PERFORM

           IF w_agt_cur = 0 AND w_agt_nb < 30 THEN
               ADD 1 TO w_agt_nb
               MOVE w_agt_nb TO w_agt_cur
               MOVE w_agt_cle TO w_agt_code(w_agt_cur)
               MOVE 0 TO w_agt_nombre(w_agt_cur)
               MOVE 0 TO w_agt_montant(w_agt_cur)
               MOVE 0 TO w_agt_montant2(w_agt_cur)
           END-IF

           IF w_agt_cur > 0 THEN
               ADD 1 TO w_agt_nombre(w_agt_cur)
               ADD w_agt_m1 TO w_agt_montant(w_agt_cur)
               ADD w_agt_m2 TO w_agt_montant2(w_agt_cur)
           END-IF.

       *> libelle de l'agence de la ligne w_agt_i de la ventilation
       LIBELLE_AGENCE_TABLE.
           IF w_agt_code(w_agt_i) = SPACE THEN
               MOVE "SANS" TO w_agu_code
           ELSE
               MOVE w_agt_code(w_agt_i) TO w_agu_code
           END-IF.

       *> rapport de caisse : pour une journee, total des especes
       *> prises par agent d'apres la main courante, rapproche du
       *> total des ecritures "S" du ledger
           ACCEPT w_cai_date

           MOVE 0 TO w_cag_nb
           MOVE 0 TO w_agt_nb
           OPEN INPUT fcaisse
           IF cr_fcaisse NOT = 00 THEN
               DISPLAY "Aucune main courante de caisse."
                       MOVE tamp_fcaisse TO w_cai_ligne
                       IF w_cai_l_date = w_cai_date THEN
                           PERFORM CUMULER_CAISSE_AGENT
                           MOVE w_cai_l_agence TO w_agt_cle
                           MOVE w_cai_l_montant TO w_agt_m1
                           MOVE 0 TO w_agt_m2
                           PERFORM CUMULER_PAR_AGENCE
                       END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           IF w_cag_nb = 0 THEN
               DISPLAY "Aucun encaissement ce jour."
           ELSE
               DISPLAY "---- PAR AGENCE ----"
               MOVE 1 TO w_agt_i
               PERFORM WITH TEST AFTER UNTIL w_agt_i > w_agt_nb
                   PERFORM LIBELLE_AGENCE_TABLE
                   MOVE w_agt_montant(w_agt_i) TO w_aff_montant
                   DISPLAY "Agence " w_agu_code " : " w_aff_montant
                       " EUR en especes (" w_agt_nombre(w_agt_i)
                       " encaissement(s))"
                   ADD 1 TO w_agt_i
               END-PERFORM
           END-IF

           *> contre-total du ledger
           MOVE w_cai_ledger TO w_aff_montant
           DISPLAY "Total ledger (type S)    : " w_aff_montant
               " EUR"

           *> contre-total des bons cadeaux emis ce jour-la
           MOVE 0 TO w_bon_vendu
           OPEN INPUT fbon
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fbon NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fbc_emission = w_cai_date THEN
                       ADD fbc_valeur TO w_bon_vendu
                   END-IF
           END-PERFORM
           CLOSE fbon

           MOVE w_bon_vendu TO w_aff_montant
           DISPLAY "Bons cadeaux vendus      : " w_aff_montant
               " EUR"
           DISPLAY "La caisse physique doit correspondre a ces"
           DISPLAY "totaux."

               ADD w_cai_l_montant TO w_cag_total(w_cag_cur)
           END-IF.

       *> vente d'un bon cadeau contre especes : le bon n'est attache
       *> a aucun compte tant qu'il n'a pas ete utilise ; l'argent
       *> encaisse reste un passif jusqu'a l'utilisation ou l'echeance
       VENDRE_BON_CADEAU.
           MOVE 0 TO w_bon_valeur
           PERFORM WITH TEST AFTER UNTIL w_bon_valeur > 9
               DISPLAY "Valeur faciale du bon (minimum 10 euros)."
               PERFORM SAISIR_MONTANT
               MOVE w_mnt_montant TO w_bon_valeur
           END-PERFORM
           DISPLAY "Telephone de l'acheteur (0 si anonyme)."
           ACCEPT w_bon_acheteur

           MOVE "P" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Vente abandonnee, aucun bon emis."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE w_code_code TO w_bon_serie
               *> la cle rend le code impossible a deviner a partir
               *> du numero de serie d'un autre bon
               MOVE WS-CURRENT-DATE-DATA(13:4) TO w_bon_alea
               COMPUTE w_bon_tmp = w_bon_serie * 7919
                   + w_bon_alea * 31
               DIVIDE w_bon_tmp BY 10000 GIVING w_bon_quot
                   REMAINDER w_bon_cle
               MOVE SPACE TO w_bon_code
               STRING "BC" w_bon_serie w_bon_cle
                   DELIMITED BY SIZE INTO w_bon_code

               COMPUTE w_bon_jour = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE w_bon_code TO fbc_code
               MOVE w_bon_valeur TO fbc_valeur
               MOVE w_bon_jour TO fbc_emission
               COMPUTE w_jour_entier =
                   FUNCTION INTEGER-OF-DATE(w_bon_jour)
                   + w_bon_validite
               MOVE FUNCTION DATE-OF-INTEGER(w_jour_entier)
                   TO fbc_expiration
               MOVE "V" TO fbc_statut
               MOVE wu_telephone TO fbc_agent
               MOVE w_bon_acheteur TO fbc_acheteur
               MOVE 0 TO fbc_beneficiaire
               MOVE 0 TO fbc_utilisation
               OPEN I-O fbon
               WRITE tamp_fbon
               END-WRITE
               CLOSE fbon

               *> main courante de caisse
               MOVE w_bon_jour TO w_cai_l_date
               MOVE wu_telephone TO w_cai_l_agent
               MOVE w_bon_acheteur TO w_cai_l_client
               MOVE w_bon_valeur TO w_cai_l_montant
               MOVE "B" TO w_cai_l_nature
               MOVE wu_telephone TO w_agu_tel
               PERFORM LIRE_AGENCE_UTILISATEUR
               MOVE w_agu_agence TO w_cai_l_agence
               OPEN EXTEND fcaisse
               IF cr_fcaisse = 35 THEN
                   OPEN OUTPUT fcaisse
               END-IF
               MOVE SPACE TO tamp_fcaisse
               MOVE w_cai_ligne TO tamp_fcaisse
               WRITE tamp_fcaisse
               CLOSE fcaisse

               MOVE "VENTE BON CADEAU" TO w_audit_action
               MOVE w_bon_code TO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               MOVE w_bon_valeur TO w_aff_montant
               DISPLAY "Bon cadeau " w_bon_code " de " w_aff_montant
                   " EUR"
               DISPLAY "valable jusqu'au " fbc_expiration
                   ". Remettre ce code au client."
           END-IF
           ACCEPT w_test.

       *> liste pour la comptabilite des bons arrives a echeance
       *> sans avoir ete utilises (les bons echus depuis le dernier
       *> passage du batch PASSIF sont d'abord passes en "E")
       LISTER_BONS_ECHUS.
           PERFORM ECHOIR_BONS_CADEAUX

           MOVE 0 TO w_bon_nb
           MOVE 0 TO w_bon_mnt_exp
           DISPLAY "---- BONS CADEAUX ECHUS NON UTILISES ----"
           OPEN INPUT fbon
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fbon NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fbc_statut = "E" THEN
                       ADD 1 TO w_bon_nb
                       ADD fbc_valeur TO w_bon_mnt_exp
                       MOVE fbc_valeur TO w_aff_montant
                       DISPLAY fbc_code " : " w_aff_montant " EUR"
                           " - vendu le " fbc_emission
                           " par " fbc_agent
                           " - echu le " fbc_expiration
                   END-IF
           END-PERFORM
           CLOSE fbon

           MOVE w_bon_mnt_exp TO w_aff_montant
           DISPLAY w_bon_nb " bon(s) echu(s) pour " w_aff_montant
               " EUR."
           ACCEPT w_test.

       *> campagne de messages cibles : choix de l'audience (tous,
       *> par type, actifs d'une route, departs d'une plage de
       *> dates), composition du message, apercu du nombre de

           MOVE 0 TO w_cmp_nb
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 7
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ CAMPAGNE " w_cmp_ref " ------"
               DISPLAY "Audience :"
               DISPLAY "1.   TOUS LES UTILISATEURS"
               DISPLAY "2.   PAR TYPE DE COMPTE"
               DISPLAY "3.   ACTIFS SUR UNE ROUTE"
               DISPLAY "4.   DEPARTS D'UNE PLAGE DE DATES"
               DISPLAY "5.   CONDUCTEURS D'UNE ROUTE EN DEFICIT"
                   " (PREVISION)"
               DISPLAY "6.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           WHEN 4
               PERFORM CAMPAGNE_AUDIENCE_DATES
           WHEN 5
               PERFORM CAMPAGNE_AUDIENCE_PREVISION
           WHEN 6
               MOVE 0 TO w_cmp_nb
           END-EVALUATE

                   ACCEPT w_rep
               END-PERFORM

               *> diffusion canal par canal selon le consentement
               *> enregistre ; sans consentement, aucun envoi
               IF w_rep = "OUI" THEN
                   MOVE 0 TO w_cmp_envoyes
                   MOVE 0 TO w_cmp_exclus
                   MOVE 1 TO w_cmp_i
                   PERFORM WITH TEST AFTER
                       UNTIL w_cmp_i > w_cmp_nb
                       MOVE w_cmp_tel(w_cmp_i) TO w_cst_tel
                       PERFORM LIRE_CONSENTEMENT
                       IF w_cst_ancien_sms = "N" AND
                          w_cst_ancien_inbox = "N" THEN
                           ADD 1 TO w_cmp_exclus
                       ELSE
                           MOVE w_cmp_tel(w_cmp_i)
                               TO w_notif_telephone
                           IF w_cst_ancien_inbox = "O" THEN
                               MOVE w_cmp_texte TO w_notif_message
                               PERFORM DEPOSER_NOTIFICATION
                           END-IF
                           IF w_cst_ancien_sms = "O" THEN
                               MOVE "CAMPAGNE" TO w_ob_type
                               MOVE SPACE TO w_ob_texte
                               MOVE w_cmp_texte TO w_ob_texte
                               PERFORM DEPOSER_OUTBOX
                           END-IF
                           ADD 1 TO w_cmp_envoyes
                       END-IF
                       ADD 1 TO w_cmp_i
                   END-PERFORM


                   DISPLAY "Campagne " w_cmp_ref " : "
                       w_cmp_envoyes " message(s) diffuses."
                   DISPLAY w_cmp_exclus
                       " destinataire(s) exclus (sans consentement)."
               ELSE
                   DISPLAY "Campagne abandonnee avant diffusion."
               END-IF
           CLOSE freservation
           CLOSE fannonce.

       *> conducteurs ayant roule sur l'une des routes en deficit de
       *> la derniere prevision dans les 12 derniers mois, pour les
       *> inviter a publier sur ce creneau
       CAMPAGNE_AUDIENCE_PREVISION.
           OPEN INPUT fprevision
           IF cr_fprevision = 35 THEN
               DISPLAY "*** Aucune prevision disponible : lancer"
                   " d'abord la prevision de demande."
           ELSE
               MOVE 0 TO w_prv_nb
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprevision
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_prv_nb
                       DISPLAY fpv_rang ". " fpv_villeD(1:20) " -> "
                           fpv_villeA(1:20) " "
                           w_prv_noms(fpv_jour * 8 + 1:8)
                           " DEFICIT " fpv_deficit
                           " (PREVISION DU " fpv_date ")"
                   END-READ
               END-PERFORM
               CLOSE fprevision
           END-IF

           IF cr_fprevision NOT = 35 AND w_prv_nb = 0 THEN
               DISPLAY "Aucun deficit dans la derniere prevision."
           END-IF

           IF cr_fprevision NOT = 35 AND w_prv_nb > 0 THEN
               PERFORM WITH TEST AFTER UNTIL w_prv_choix > 0 AND
                   w_prv_choix <= w_prv_nb
                   DISPLAY "Rang de la route visee."
                   ACCEPT w_prv_choix
               END-PERFORM

               MOVE 0 TO w_prv_trouve
               OPEN INPUT fprevision
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fprevision
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fpv_rang = w_prv_choix THEN
                           MOVE fpv_villeD TO w_vil_d
                           MOVE fpv_villeA TO w_vil_a
                           MOVE 1 TO w_prv_trouve
                           MOVE 0 TO w_fin
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fprevision

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE w_date_num = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               COMPUTE w_prv_debut = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w_date_num) - 365)

               OPEN INPUT fstatistiques
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fstatistiques NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       COMPUTE w_prv_date = fs_annee * 10000
                           + fs_mois * 100 + fs_jour
                       IF w_prv_trouve = 1 AND
                          w_prv_date >= w_prv_debut THEN
                           MOVE fs_villeD TO w_vil_saisie
                           PERFORM RESOUDRE_VILLE
                           MOVE w_vil_canonique TO w_prv_d
                           MOVE fs_villeA TO w_vil_saisie
                           PERFORM RESOUDRE_VILLE
                           MOVE w_vil_canonique TO w_prv_a
                           IF w_prv_d = w_vil_d AND
                              w_prv_a = w_vil_a THEN
                               MOVE fs_conducteur TO w_cmp_tel_cour
                               PERFORM CAMPAGNE_AJOUTER_DESTINATAIRE
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE fstatistiques
           END-IF.

       *> ajoute les voyageurs encore actifs de l'annonce courante ;
       *> freservation est ouvert en entree par l'appelant
       CAMPAGNE_VOYAGEURS_ANNONCE.
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
                               MOVE fres_voyageur
                                   TO w_cmp_tel_cour
                               PERFORM
                                   CAMPAGNE_AJOUTER_DESTINATAIRE
                           END-IF
                       END-IF
               END-PERFORM
           END-START.

       GERER_CALENDRIER.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ CALENDRIER D'EXPLOITATION ------"
               DISPLAY "1.   AJOUTER / CORRIGER UNE DATE"
               DISPLAY "2.   RETIRER UNE DATE"
       GERER_VILLES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 7
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ REFERENTIEL DES VILLES ------"
               DISPLAY "1.   AJOUTER UNE VILLE CANONIQUE"
               DISPLAY "2.   AJOUTER UN ALIAS"
           WHEN 1
           WHEN 31
           WHEN 36
           WHEN 55
           WHEN 69
               MOVE "L" TO w_pf_domaine
           WHEN 6
           WHEN 32
           WHEN 35
           WHEN 42
           WHEN 52
           WHEN 53
           WHEN 54
           WHEN 65
           WHEN 66
           WHEN 71
           WHEN 72
           WHEN 75
           WHEN 77
               MOVE "M" TO w_pf_domaine
           WHEN 8
           WHEN 9
           WHEN 28
           WHEN 39
           WHEN 50
           WHEN 51
           WHEN 56
           WHEN 59
           WHEN 60
           WHEN 61
           WHEN 70
           WHEN 73
           WHEN 74
               MOVE "F" TO w_pf_domaine
           WHEN 2
           WHEN 3
           WHEN 41
           WHEN 47
           WHEN 48
           WHEN 57
           WHEN 62
           WHEN 63
           WHEN 64
           WHEN 67
           WHEN 68
           WHEN 76
               MOVE "S" TO w_pf_domaine
           WHEN OTHER
               MOVE "T" TO w_pf_domaine
       *> fonction ; w_pf_ok vaut 1 si l'acces est accorde
       CONTROLER_PROFIL_ADMIN.
           PERFORM DETERMINER_DOMAINE_ADMIN
           PERFORM CONTROLER_PROFIL_DOMAINE.

       *> meme controle pour un domaine w_pf_domaine deja connu
       *> (valideur d'une demande en double validation)
       CONTROLER_PROFIL_DOMAINE.
           MOVE "TOTAL" TO w_pf_profil
           OPEN INPUT fprofil
           MOVE wu_telephone TO fpf_telephone
       GERER_PROFILS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ PROFILS ADMINISTRATEURS ------"
               DISPLAY "1.   LISTER LES PROFILS"
               DISPLAY "2.   FIXER UN PROFIL"
       MODERER_ANNONCES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MODERATION DES ANNONCES ------"
               DISPLAY "1.   TRAITER LA FILE D'ATTENTE"
               DISPLAY "2.   CONDUCTEUR DE CONFIANCE (OUI/NON)"
                       STRING "ANNONCE " fa_code
                           " APPROUVEE ET VISIBLE"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "ANNAPPROUV" TO w_mdl_type
                       MOVE fa_code TO w_mdl_code
                       PERFORM ENVOYER_NOTIFICATION
                       PERFORM NOTIFIER_ALERTES_ROUTE
                       PERFORM NOTIFIER_FAVORIS
                   ELSE
                       PERFORM WITH TEST AFTER UNTIL
                           w_motif_statut NOT = SPACE
                       STRING "ANNONCE " fa_code " REJETEE : "
                           w_motif_statut
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "ANNREJET" TO w_mdl_type
                       MOVE fa_code TO w_mdl_code
                       MOVE w_motif_statut TO w_mdl_libre
                       PERFORM ENVOYER_NOTIFICATION
                   END-IF
               END-IF
                           " PUBLIEE " fal_depart(1:12) "->"
                           fal_arrive(1:12)
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "ALERTE" TO w_mdl_type
                       MOVE fa_code TO w_mdl_code
                       MOVE SPACE TO w_mdl_libre
                       STRING fal_depart DELIMITED BY "  "
                           "->" DELIMITED BY SIZE
                           fal_arrive DELIMITED BY "  "
                           INTO w_mdl_libre
                       PERFORM ENVOYER_NOTIFICATION
                       MOVE "S" TO fal_statut
                       REWRITE tamp_falerte
               DISPLAY w_al_nb " abonne(s) d'alerte prevenus."
           END-IF.

       *> previent les voyageurs qui ont le conducteur de l'annonce
       *> qui vient d'etre approuvee (tamp_fannonce) en favori, par
       *> notification et SMS, sauf blocage entre eux ; s'il y en a
       *> au moins un, l'annonce leur est reservee FAVORI-AVANCE
       *> heures avant d'entrer dans la liste generale
       NOTIFIER_FAVORIS.
           MOVE 0 TO w_fav_nb
           OPEN INPUT ffavori
           MOVE fa_conducteur TO ffv_conducteur
           START ffavori KEY IS = ffv_conducteur
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin3
               PERFORM WITH TEST AFTER UNTIL w_fin3 = 0
                   READ ffavori NEXT
                   AT END MOVE 0 TO w_fin3
                   NOT AT END
                       IF ffv_conducteur NOT = fa_conducteur THEN
                           MOVE 0 TO w_fin3
                       ELSE
                           MOVE ffv_voyageur TO w_blk_a
                           MOVE fa_conducteur TO w_blk_b
                           PERFORM VERIFIER_BLOCAGE_PAIRE
                           IF w_blk_bloque = 0 THEN
                               MOVE ffv_voyageur TO w_notif_telephone
                               MOVE SPACE TO w_notif_message
                               STRING "FAVORI : ANNONCE " fa_code " "
                                   fa_lieu_depart(1:12) "->"
                                   fa_lieu_darrive(1:12) " LE "
                                   fa_date_depart
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "FAVORI" TO w_mdl_type
                               MOVE fa_code TO w_mdl_code
                               MOVE SPACE TO w_mdl_libre
                               STRING fa_lieu_depart DELIMITED BY "  "
                                   "->" DELIMITED BY SIZE
                                   fa_lieu_darrive DELIMITED BY "  "
                                   INTO w_mdl_libre
                               MOVE SPACE TO w_mdl_date
                               STRING fa_jour "/" fa_mois "/" fa_annee
                                   DELIMITED BY SIZE INTO w_mdl_date
                               PERFORM ENVOYER_NOTIFICATION
                               ADD 1 TO w_fav_nb
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE ffavori

           IF w_fav_nb > 0 THEN
               DISPLAY w_fav_nb " voyageur(s) favori(s) prevenu(s)."
               IF w_fav_avance > 0 THEN
                   PERFORM ECRIRE_PRIMEUR_FAVORIS
               END-IF
           END-IF.

       *> fixe la fin de l'avance des favoris pour l'annonce courante
       ECRIRE_PRIMEUR_FAVORIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_fav_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE w_fav_minutes = WS-CURRENT-HOUR * 60
               + WS-CURRENT-MIN + w_fav_avance * 60
           DIVIDE w_fav_minutes BY 1440 GIVING w_fav_jours
               REMAINDER w_fav_reste
           DIVIDE w_fav_reste BY 60 GIVING w_fav_hh
               REMAINDER w_fav_mn
           COMPUTE w_fav_date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w_fav_date) + w_fav_jours)

           MOVE fa_code TO fpr_annonce
           MOVE fa_conducteur TO fpr_conducteur
           COMPUTE fpr_visible = w_fav_date * 10000
               + w_fav_hh * 100 + w_fav_mn
           OPEN I-O fprimeur
           WRITE tamp_fprimeur
           INVALID KEY
               REWRITE tamp_fprimeur
           END-WRITE
           CLOSE fprimeur.

       *> w_fav_masque vaut 1 si l'annonce courante (tamp_fannonce)
       *> est encore dans l'avance de ses favoris et que
       *> l'utilisateur connecte n'est ni son conducteur ni un
       *> favori non bloque
       VERIFIER_PRIMEUR_FAVORI.
           MOVE 0 TO w_fav_masque
           OPEN INPUT fprimeur
           MOVE fa_code TO fpr_annonce
           READ fprimeur
           NOT INVALID KEY
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE w_fav_maintenant = WS-CURRENT-YEAR * 100000000
                   + WS-CURRENT-MONTH * 1000000
                   + WS-CURRENT-DAY * 10000
                   + WS-CURRENT-HOUR * 100 + WS-CURRENT-MIN
               IF fpr_visible > w_fav_maintenant AND
                  fa_conducteur NOT = wu_telephone THEN
                   MOVE 1 TO w_fav_masque
               END-IF
           END-READ
           CLOSE fprimeur

           IF w_fav_masque = 1 THEN
               OPEN INPUT ffavori
               MOVE wu_telephone TO ffv_voyageur
               MOVE fa_conducteur TO ffv_conducteur
               READ ffavori
               NOT INVALID KEY
                   MOVE wu_telephone TO w_blk_a
                   MOVE fa_conducteur TO w_blk_b
                   PERFORM VERIFIER_BLOCAGE_PAIRE
                   IF w_blk_bloque = 0 THEN
                       MOVE 0 TO w_fav_masque
                   END-IF
               END-READ
               CLOSE ffavori
           END-IF.

       *> vetting des conducteurs : file d'approbation des dossiers
       *> (permis, echeance, verification d'identite) sur le modele
       *> de la moderation des annonces ; les conducteurs anterieurs
       GERER_VETTING.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ VETTING DES CONDUCTEURS ------"
               DISPLAY "1.   TRAITER LA FILE D'ATTENTE"
               DISPLAY "2.   SAISIR UN DOSSIER (ANCIEN CONDUCTEUR)"
                       STRING "DOSSIER CONDUCTEUR APPROUVE :"
                           " VOUS POUVEZ PUBLIER"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "VETTINGOK" TO w_mdl_type
                       PERFORM ENVOYER_NOTIFICATION
                   ELSE
                       MOVE "N" TO fvt_identite
                       STRING "DOSSIER CONDUCTEUR REJETE :"
                           " CONTACTEZ L'ADMINISTRATION"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "VETTINGKO" TO w_mdl_type
                       PERFORM ENVOYER_NOTIFICATION
                   END-IF
               END-IF
                   STRING "INCIDENT " fin_num " CLOS : "
                       fin_resolution(1:37)
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "INCIDCLOS" TO w_mdl_type
                   MOVE fin_num TO w_mdl_ref
                   MOVE fin_resolution TO w_mdl_libre
                   PERFORM ENVOYER_NOTIFICATION

                   *> la resolution peut s'accompagner d'un geste
                   MOVE w_mnt_montant TO w_geste_montant
               END-PERFORM

               IF w_geste_montant >= w_ap_seuil_geste THEN
                   PERFORM SOUMETTRE_GESTE
               ELSE
                   PERFORM EXECUTER_GESTE_INCIDENT
               END-IF
           END-IF.

       EXECUTER_GESTE_INCIDENT.
               STRING "INCIDENT " fin_num " : GESTE DE "
                   w_aff_montant " EUR CREDITE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "GESTE" TO w_mdl_type
               MOVE fin_num TO w_mdl_ref
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION

               IF w_geste_payeur = "T" AND w_geste_autre > 0 THEN
                   STRING "INCIDENT " fin_num " : " w_aff_montant
                       " EUR REPRIS SUR VOTRE SOLDE"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "GESTEREPR" TO w_mdl_type
                   MOVE fin_num TO w_mdl_ref
                   MOVE w_aff_montant TO w_mdl_montant
                   PERFORM ENVOYER_NOTIFICATION
               END-IF

               ", expirees " w_ck_statut(7)
           DISPLAY "Reglements en attente    : " w_ck_nonregle
           DISPLAY "Comptes bloques          : " w_ck_bloques

           *> numeros dont les SMS ne passent plus
           MOVE 0 TO w_acs_signales
           OPEN INPUT fnumechec
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fnumechec NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fnf_signale = "O" THEN
                       ADD 1 TO w_acs_signales
                   END-IF
           END-PERFORM
           CLOSE fnumechec
           DISPLAY "Numeros SMS en echec     : " w_acs_signales
           DISPLAY "Revue du jour (reviewlog): " w_ck_review

           *> suspensions de route encore actives
           END-PERFORM
           CLOSE fsuspension
           DISPLAY "Suspensions actives      : " w_ssp_nb

           *> detracteurs de l'enquete de satisfaction (note 0 a 6)
           *> en attente de rappel, les cinq premiers detailles
           MOVE 0 TO w_sat_detr_nb
           OPEN INPUT fsatisfaction
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsatisfaction NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fsat_statut = "R" AND fsat_suivi = "A" THEN
                       ADD 1 TO w_sat_detr_nb
                       IF w_sat_detr_nb <= 5 THEN
                           DISPLAY "A RAPPELER " fsat_telephone
                               " : NOTE " fsat_note " RESA "
                               fsat_reservation " ("
                               fsat_villeD(1:12) "->"
                               fsat_villeA(1:12) ")"
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fsatisfaction
           DISPLAY "Detracteurs a rappeler   : " w_sat_detr_nb

           *> projections du dernier releve de capacite dans
           *> l'horizon d'alerte
           PERFORM LIRE_ALERTES_CAPACITE
           MOVE 1 TO w_cap_i
           PERFORM WITH TEST BEFORE UNTIL w_cap_i > 5
               OR w_cap_i > w_cap_alertes
               DISPLAY w_cap_ligne(w_cap_i)
               ADD 1 TO w_cap_i
           END-PERFORM
           DISPLAY "Alertes de capacite      : " w_cap_alertes

           *> resultat du dernier equilibrage des totaux du jour
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_eq_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE "EQUILIBRE" TO w_eq_job
           MOVE "ECARTS" TO w_eq_rubrique
           OPEN INPUT fctltot
           PERFORM LIRE_TOTAL_CONTROLE
           CLOSE fctltot
           IF w_eq_valeur > 0 THEN
               MOVE w_eq_valeur TO w_eq_ecarts
               DISPLAY "*** DESEQUILIBRE DES TOTAUX DE CONTROLE : "
                   w_eq_ecarts " ecart(s), voir equilibre.dat ***"
           END-IF
           DISPLAY "=============================================".

       *> rappel des detracteurs de l'enquete de satisfaction : chaque
       *> reponse de 0 a 6 en attente est presentee et passe au
       *> statut de rappel fait ("F") une fois l'appel passe
       SUIVRE_DETRACTEURS.
           MOVE 0 TO w_sat_detr_nb
           OPEN I-O fsatisfaction
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsatisfaction NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fsat_statut = "R" AND fsat_suivi = "A" THEN
                       ADD 1 TO w_sat_detr_nb
                       PERFORM PRESENTER_DETRACTEUR
                   END-IF
           END-PERFORM
           CLOSE fsatisfaction
           IF w_sat_detr_nb = 0 THEN
               DISPLAY "Aucun detracteur a rappeler."
           END-IF
           PERFORM AFFICHE_MENU_ADMIN.

       PRESENTER_DETRACTEUR.
           DISPLAY "----------------------------------------"
           IF fsat_role = "C" THEN
               DISPLAY "CONDUCTEUR " fsat_telephone " - NOTE "
                   fsat_note " LE " fsat_date_reponse
           ELSE
               DISPLAY "VOYAGEUR   " fsat_telephone " - NOTE "
                   fsat_note " LE " fsat_date_reponse
           END-IF
           DISPLAY "RESERVATION " fsat_reservation " : " fsat_villeD
           DISPLAY "   -> " fsat_villeA
           MOVE SPACE TO w_rep
           PERFORM WITH TEST AFTER UNTIL w_rep = "OUI" OR
               w_rep = "NON"
               DISPLAY "Rappel fait ? (OUI/NON)"
               ACCEPT w_rep
           END-PERFORM
           IF w_rep = "OUI" THEN
               MOVE "F" TO fsat_suivi
               REWRITE tamp_fsatisfaction
               MOVE "RAPPEL DETRACTEUR" TO w_audit_action
               MOVE fsat_telephone TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-IF.

       *> liste tous les utilisateurs groupes par fu_type, avec leur statut
       LISTER_UTILISATEURS.
           OPEN INPUT futilisateur
       GERER_CODES_PROMO.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ CODES PROMO ------"
               DISPLAY "1.   AJOUTER UN CODE"
               DISPLAY "2.   SUPPRIMER UN CODE"
                           fs_conducteur " ? (OUI/NON)"
                       ACCEPT w_rep
                   END-PERFORM
                   IF w_rep = "OUI" AND
                      fs_prix >= w_ap_seuil_remb THEN
                       PERFORM SOUMETTRE_REMBOURSEMENT
                   ELSE
                       IF w_rep = "OUI" THEN
                           PERFORM EXECUTER_REMBOURSEMENT
                           MOVE "R" TO fs_regle
                           REWRITE tamp_fstatistiques
                           MOVE "REMBOURSEMENT" TO w_audit_action
                           MOVE fs_code TO w_audit_cible
                           PERFORM JOURNALISER_ADMIN
                           DISPLAY "Remboursement effectue."
                       END-IF
                   END-IF
                   END-IF
               END-EVALUATE
           STRING "REMBOURSEMENT TRAJET " fs_code " : " w_aff_montant
               " EUR RE-CREDITES"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "REMBVOY" TO w_mdl_type
           MOVE fs_code TO w_mdl_code
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM ENVOYER_NOTIFICATION

           MOVE fs_conducteur TO w_notif_telephone
           STRING "REMBOURSEMENT TRAJET " fs_code " : REPRISE DE "
               w_aff_montant " EUR"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "REMBCOND" TO w_mdl_type
           MOVE fs_code TO w_mdl_code
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM ENVOYER_NOTIFICATION.

       *> file d'approbation des demandes de versement : a
                       STRING "DEMANDE DE VERSEMENT " fpay_num
                           " REFUSEE"
                           DELIMITED BY SIZE INTO w_notif_message
                       MOVE "VERSREFUS" TO w_mdl_type
                       MOVE fpay_num TO w_mdl_ref
                       PERFORM ENVOYER_NOTIFICATION

                       *> versement de cloture refuse : le compte
                       *> n'est pas ferme, il redevient actif
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-DATA
                       COMPUTE w_vrt_jour = WS-CURRENT-YEAR * 10000
                           + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                       MOVE "CLOTURE REFUSEE" TO w_motif_statut
                       PERFORM REPRENDRE_COMPTE_CLOTURE
                       IF w_cpt_cloture = 1 THEN
                           DISPLAY "Versement de cloture : le compte "
                               fpay_telephone " est rouvert."
                       END-IF
                   END-IF
               END-IF
           END-READ
               STRING "VERSEMENT " fpay_num " EN ATTENTE :"
                   " CONFIRMEZ VOS COORDONNEES BANCAIRES"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "VERSIBAN" TO w_mdl_type
               MOVE fpay_num TO w_mdl_ref
               PERFORM ENVOYER_NOTIFICATION
           ELSE
           MOVE 0 TO w_test
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
                   MOVE 1 TO w_test
                   *> compte en cloture : versement du solde final
                   IF fu_status = 6 THEN
                       MOVE 1 TO w_cpt_cloture
                   ELSE
                       MOVE 0 TO w_cpt_cloture
                   END-IF
               END-IF
           END-READ
           CLOSE futilisateur

           IF w_test = 1 THEN
               MOVE fpay_telephone TO w_trans_telephone
               IF w_cpt_cloture = 1 THEN
                   MOVE "Z" TO w_trans_type
               ELSE
                   MOVE "V" TO w_trans_type
               END-IF
               MOVE fpay_montant TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION

               *> en formation, aucun ordre ne part a la banque
               IF w_mode_formation = 1 THEN
                   DISPLAY "(formation) ordre de virement non emis."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   OPEN EXTEND fvirement
                   IF cr_fvirement = 35 THEN
                       OPEN OUTPUT fvirement
                   END-IF
                   COMPUTE w_vir_date = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                   MOVE fpay_num TO w_vir_num
                   MOVE fpay_telephone TO w_vir_tel
                   MOVE fbq_iban TO w_vir_iban
                   MOVE fbq_titulaire TO w_vir_titulaire
                   MOVE fpay_montant TO w_vir_montant
                   MOVE SPACE TO tamp_fvirement
                   MOVE w_vir_ligne TO tamp_fvirement
                   WRITE tamp_fvirement
                   CLOSE fvirement
               END-IF

               MOVE "A" TO fpay_statut
               REWRITE tamp_fpayout
               STRING "VERSEMENT " fpay_num " APPROUVE : "
                   w_aff_montant " EUR EN VIREMENT"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "VERSOK" TO w_mdl_type
               MOVE fpay_num TO w_mdl_ref
               MOVE w_aff_montant TO w_mdl_montant
               PERFORM ENVOYER_NOTIFICATION
               MOVE 0 TO w_test
           END-IF
       GERER_TRAJETS_REFERENCE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ TRAJETS DE REFERENCE ------"
               DISPLAY "1.   AJOUTER / CORRIGER UN TRAJET"
               DISPLAY "2.   SUPPRIMER UN TRAJET"
       GERER_PARAMETRES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ PARAMETRES D'EXPLOITATION ------"
               DISPLAY "1.   LISTER LES PARAMETRES"
               DISPLAY "2.   MODIFIER UN PARAMETRE"
               DISPLAY "Nouvelle valeur."
               ACCEPT w_par_nouveau
               MOVE fpar_valeur TO w_par_valeur
               *> les seuils de double validation eux-memes ne se
               *> changent jamais seuls
               IF w_ap_param = 1 OR
                  w_par_cle(1:11) = "VALIDATION-" THEN
                   CLOSE fparam
                   PERFORM SOUMETTRE_PARAMETRE
               ELSE
                   MOVE w_par_nouveau TO fpar_valeur
                   REWRITE tamp_fparam
                   CLOSE fparam

                   PERFORM JOURNALISER_PARAMETRE

                   *> les valeurs en memoire suivent immediatement
                   PERFORM CHARGER_PARAMETRES
                   DISPLAY "Parametre mis a jour."
               END-IF
           END-READ.

       *> trace la modification de parametre dans paramhist.dat :
           WRITE tamp_fparamhist
           CLOSE fparamhist.

       *> double validation : au-dela des seuils VALIDATION-*, un
       *> remboursement, un geste d'incident, une fusion de comptes
       *> ou un changement de parametre devient une demande en
       *> attente ; seule l'approbation d'un second administrateur
       *> l'execute. PREPARER_VALIDATION vide la demande, l'appelant la
       *> renseigne puis la depose par DEPOSER_VALIDATION
       PREPARER_VALIDATION.
           MOVE SPACE TO tamp_fapprob
           MOVE 0 TO fap_num
           MOVE 0 TO fap_demandeur
           MOVE 0 TO fap_date
           MOVE 0 TO fap_hh
           MOVE 0 TO fap_mn
           MOVE 0 TO fap_code
           MOVE 0 TO fap_tel1
           MOVE 0 TO fap_tel2
           MOVE 0 TO fap_montant
           MOVE 0 TO fap_par_avant
           MOVE 0 TO fap_par_apres
           MOVE 0 TO fap_valideur
           MOVE 0 TO fap_decision_date
           MOVE 0 TO fap_decision_heure.

       *> remboursement de la ligne fstatistiques courante
       SOUMETTRE_REMBOURSEMENT.
           PERFORM PREPARER_VALIDATION
           MOVE "R" TO fap_type
           MOVE fs_code TO fap_code
           MOVE fs_prix TO fap_montant
           STRING "REGLEMENT " fs_code
               DELIMITED BY SIZE INTO fap_cible
           MOVE fs_prix TO w_aff_montant
           MOVE fs_net_conducteur TO w_aff_montant2
           STRING "PRIX " w_aff_montant " NET " w_aff_montant2
               DELIMITED BY SIZE INTO fap_avant
           PERFORM VERIFIER_PERIODE_CLOSE
           IF w_periode_close = 1 THEN
               MOVE "PERIODE CLOSE" TO fap_avant(36:13)
           END-IF
           STRING "VOYAGEUR +" w_aff_montant " CONDUCTEUR -"
               w_aff_montant2
               DELIMITED BY SIZE INTO fap_apres
           PERFORM DEPOSER_VALIDATION.

       *> geste attache a l'incident courant (tamp_fincident)
       SOUMETTRE_GESTE.
           PERFORM PREPARER_VALIDATION
           MOVE "G" TO fap_type
           MOVE fin_num TO fap_code
           MOVE w_geste_autre TO fap_tel1
           MOVE w_geste_montant TO fap_montant
           MOVE w_geste_payeur TO fap_payeur
           STRING "INCIDENT " fin_num
               DELIMITED BY SIZE INTO fap_cible
           STRING "INCIDENT CLOS SANS GESTE, DECLARANT "
               fin_declarant
               DELIMITED BY SIZE INTO fap_avant
           MOVE w_geste_montant TO w_aff_montant
           IF w_geste_payeur = "T" THEN
               STRING w_aff_montant " A " fin_declarant
                   ", REPRIS A " w_geste_autre
                   DELIMITED BY SIZE INTO fap_apres
           ELSE
               STRING w_aff_montant " A " fin_declarant
                   " PAR LA PLATEFORME"
                   DELIMITED BY SIZE INTO fap_apres
           END-IF
           PERFORM DEPOSER_VALIDATION.

       *> fusion de w_fus_source dans w_fus_cible
       SOUMETTRE_FUSION.
           PERFORM PREPARER_VALIDATION
           MOVE "F" TO fap_type
           MOVE w_fus_source TO fap_tel1
           MOVE w_fus_cible TO fap_tel2
           COMPUTE fap_montant = w_fus_solde + w_fus_bloque
           STRING "COMPTE " w_fus_source
               DELIMITED BY SIZE INTO fap_cible
           MOVE w_fus_solde TO w_aff_montant
           MOVE w_fus_bloque TO w_aff_montant2
           STRING "SOLDE " w_aff_montant " BLOQUE " w_aff_montant2
               DELIMITED BY SIZE INTO fap_avant
           STRING "FERME ET FUSIONNE DANS " w_fus_cible
               DELIMITED BY SIZE INTO fap_apres
           PERFORM DEPOSER_VALIDATION.

       *> changement de w_par_cle de w_par_valeur a w_par_nouveau
       SOUMETTRE_PARAMETRE.
           PERFORM PREPARER_VALIDATION
           MOVE "P" TO fap_type
           MOVE w_par_cle TO fap_cible
           MOVE w_par_valeur TO fap_par_avant
           MOVE w_par_nouveau TO fap_par_apres
           STRING w_par_cle " = " w_par_valeur
               DELIMITED BY SIZE INTO fap_avant
           STRING w_par_cle " = " w_par_nouveau
               DELIMITED BY SIZE INTO fap_apres
           PERFORM DEPOSER_VALIDATION.

       *> enregistre la demande preparee : motif obligatoire,
       *> demandeur, horodatage et domaine de profil de la fonction
       *> d'origine, que le valideur devra couvrir
       DEPOSER_VALIDATION.
           MOVE SPACE TO w_ap_motif
           PERFORM WITH TEST AFTER UNTIL w_ap_motif NOT = SPACE
               DISPLAY "Motif de la demande (obligatoire)."
               ACCEPT w_ap_motif
           END-PERFORM

           MOVE "a" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Demande non enregistree."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE w_code_code TO fap_num
               MOVE "E" TO fap_statut
               MOVE w_pf_domaine TO fap_domaine
               MOVE wu_telephone TO fap_demandeur
               COMPUTE fap_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE WS-CURRENT-HOUR TO fap_hh
               MOVE WS-CURRENT-MIN TO fap_mn
               MOVE w_ap_motif TO fap_motif

               OPEN I-O fapprob
               WRITE tamp_fapprob
               INVALID KEY
                   REWRITE tamp_fapprob
               END-WRITE
               CLOSE fapprob

               MOVE SPACE TO w_audit_action
               STRING "DEMANDE " fap_num " (" fap_type ")"
                   DELIMITED BY SIZE INTO w_audit_action
               MOVE fap_cible TO w_audit_cible
               PERFORM JOURNALISER_ADMIN

               DISPLAY "Demande " fap_num " enregistree : rien n'est"
               DISPLAY "execute avant l'approbation d'un autre"
               DISPLAY "administrateur (option 69 du menu)."
           END-IF.

       *> file des demandes en attente : les demandes trop
       *> anciennes expirent d'abord, puis un administrateur autre
       *> que le demandeur, dont le profil couvre le domaine de
       *> l'action, approuve (et execute) ou rejette
       TRAITER_APPROBATIONS.
           PERFORM EXPIRER_APPROBATIONS

           MOVE 0 TO w_ap_nb
           OPEN INPUT fapprob
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fapprob NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fap_statut = "E" THEN
                       ADD 1 TO w_ap_nb
                       PERFORM AFFICHER_VALIDATION
                   END-IF
           END-PERFORM
           CLOSE fapprob

           IF w_ap_nb = 0 THEN
               DISPLAY "Aucune demande en attente de validation."
           ELSE
               DISPLAY "Numero de la demande a traiter"
               DISPLAY "(0 pour revenir)."
               ACCEPT w_ap_num
               IF w_ap_num > 0 THEN
                   PERFORM DECIDER_VALIDATION
               END-IF
           END-IF

           PERFORM AFFICHE_MENU_ADMIN.

       AFFICHER_VALIDATION.
           PERFORM LIBELLER_VALIDATION
           DISPLAY "Demande " fap_num " - " w_ap_libelle
               " - " fap_cible
           DISPLAY "   par " fap_demandeur " le " fap_date
               " a " fap_hh ":" fap_mn
           DISPLAY "   motif : " fap_motif
           DISPLAY "   avant : " fap_avant
           DISPLAY "   apres : " fap_apres.

       LIBELLER_VALIDATION.
           EVALUATE fap_type
           WHEN "R"
               MOVE "REMBOURSEMENT" TO w_ap_libelle
           WHEN "G"
               MOVE "GESTE INCIDENT" TO w_ap_libelle
           WHEN "F"
               MOVE "FUSION COMPTES" TO w_ap_libelle
           WHEN "P"
               MOVE "PARAMETRE" TO w_ap_libelle
           WHEN OTHER
               MOVE fap_type TO w_ap_libelle
           END-EVALUATE.

       DECIDER_VALIDATION.
           OPEN I-O fapprob
           MOVE w_ap_num TO fap_num
           READ fapprob
           INVALID KEY
               DISPLAY "Cette demande n'existe pas."
           NOT INVALID KEY
               MOVE fap_domaine TO w_pf_domaine
               PERFORM CONTROLER_PROFIL_DOMAINE
               IF fap_statut NOT = "E" THEN
                   DISPLAY "Cette demande n'est plus en attente."
               ELSE
                   IF fap_demandeur = wu_telephone THEN
                       DISPLAY "Une demande ne peut pas etre"
                           " validee par"
                       DISPLAY "son propre demandeur."
                   ELSE
                       IF w_pf_ok = 0 THEN
                           DISPLAY "ACCES REFUSE : votre profil "
                               w_pf_profil
                               " ne couvre pas cette demande."
                           MOVE "ACCES REFUSE" TO w_audit_action
                           MOVE fap_num TO w_audit_cible
                           PERFORM JOURNALISER_ADMIN
                       ELSE
                           PERFORM AFFICHER_VALIDATION
                           MOVE SPACE TO w_ap_choix
                           PERFORM WITH TEST AFTER
                               UNTIL w_ap_choix = "A"
                               OR w_ap_choix = "R" OR w_ap_choix = "0"
                               DISPLAY "A : approuver et executer,"
                                   " R : rejeter,"
                               DISPLAY "0 : laisser en attente."
                               ACCEPT w_ap_choix
                           END-PERFORM
                           IF w_ap_choix = "A" THEN
                               PERFORM APPROUVER_VALIDATION
                           ELSE
                               IF w_ap_choix = "R" THEN
                                   PERFORM REJETER_VALIDATION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-READ
           CLOSE fapprob.

       *> execute l'action telle que demandee, sur la situation du
       *> moment : si elle n'est plus possible (reglement deja
       *> rembourse, compte disparu, parametre change entre-temps)
       *> la demande est classee I sans rien executer. Le journal
       *> d'audit porte le valideur (ADMIN) et le demandeur (CIBLE)
       APPROUVER_VALIDATION.
           MOVE 0 TO w_ap_ok
           EVALUATE fap_type
           WHEN "R"
               PERFORM APPROUVER_REMBOURSEMENT
           WHEN "G"
               PERFORM APPROUVER_GESTE
           WHEN "F"
               PERFORM APPROUVER_FUSION
           WHEN "P"
               PERFORM APPROUVER_PARAMETRE
           END-EVALUATE

           IF w_ap_ok = 1 THEN
               MOVE "A" TO fap_statut
           ELSE
               MOVE "I" TO fap_statut
               DISPLAY "Demande inexecutable en l'etat, classee."
           END-IF
           PERFORM DATER_DECISION
           REWRITE tamp_fapprob

           MOVE SPACE TO w_audit_action
           STRING "APPROBATION " fap_num " (" fap_statut ")"
               DELIMITED BY SIZE INTO w_audit_action
           MOVE SPACE TO w_audit_cible
           STRING "DEMANDEUR " fap_demandeur
               DELIMITED BY SIZE INTO w_audit_cible
           PERFORM JOURNALISER_ADMIN

           MOVE fap_demandeur TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           IF w_ap_ok = 1 THEN
               STRING "VOTRE DEMANDE " fap_num
                   " A ETE APPROUVEE ET EXECUTEE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "DEMANDEOK" TO w_mdl_type
           ELSE
               STRING "VOTRE DEMANDE " fap_num
                   " APPROUVEE MAIS INEXECUTABLE"
                   DELIMITED BY SIZE INTO w_notif_message
               MOVE "DEMANDEINX" TO w_mdl_type
           END-IF
           MOVE fap_num TO w_mdl_ref
           PERFORM ENVOYER_NOTIFICATION.

       REJETER_VALIDATION.
           MOVE SPACE TO fap_decision_motif
           PERFORM WITH TEST AFTER UNTIL fap_decision_motif NOT = SPACE
               DISPLAY "Motif du rejet (obligatoire)."
               ACCEPT fap_decision_motif
           END-PERFORM
           MOVE "J" TO fap_statut
           PERFORM DATER_DECISION
           REWRITE tamp_fapprob

           MOVE SPACE TO w_audit_action
           STRING "REJET DEMANDE " fap_num
               DELIMITED BY SIZE INTO w_audit_action
           MOVE SPACE TO w_audit_cible
           STRING "DEMANDEUR " fap_demandeur
               DELIMITED BY SIZE INTO w_audit_cible
           PERFORM JOURNALISER_ADMIN

           MOVE fap_demandeur TO w_notif_telephone
           MOVE SPACE TO w_notif_message
           STRING "VOTRE DEMANDE " fap_num " A ETE REJETEE"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "DEMANDEREJ" TO w_mdl_type
           MOVE fap_num TO w_mdl_ref
           PERFORM ENVOYER_NOTIFICATION
           DISPLAY "Demande rejetee.".

       DATER_DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE wu_telephone TO fap_valideur
           COMPUTE fap_decision_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE fap_decision_heure = WS-CURRENT-HOUR * 100
               + WS-CURRENT-MIN.

       APPROUVER_REMBOURSEMENT.
           OPEN I-O fstatistiques
           MOVE fap_code TO fs_code
           READ fstatistiques
           INVALID KEY
               DISPLAY "Ce reglement n'existe plus."
           NOT INVALID KEY
               IF fs_regle = "R" OR fs_regle = "N" THEN
                   DISPLAY "Ce reglement n'est plus remboursable."
               ELSE
                   PERFORM EXECUTER_REMBOURSEMENT
                   MOVE "R" TO fs_regle
                   REWRITE tamp_fstatistiques
                   MOVE "REMBOURSEMENT" TO w_audit_action
                   MOVE fs_code TO w_audit_cible
                   PERFORM JOURNALISER_ADMIN
                   DISPLAY "Remboursement effectue."
                   MOVE 1 TO w_ap_ok
               END-IF
           END-READ
           CLOSE fstatistiques.

       *> un geste deja attache a l'incident entre-temps n'est pas
       *> verse une seconde fois
       APPROUVER_GESTE.
           OPEN INPUT fincident
           MOVE fap_code TO fin_num
           READ fincident
           INVALID KEY
               DISPLAY "Cet incident n'existe plus."
           NOT INVALID KEY
               MOVE 1 TO w_ap_ok
               OPEN INPUT fgeste
               MOVE fin_num TO fge_incident
               READ fgeste
               NOT INVALID KEY
                   DISPLAY "Un geste est deja attache a cet incident."
                   MOVE 0 TO w_ap_ok
               END-READ
               CLOSE fgeste

               IF w_ap_ok = 1 THEN
                   MOVE fap_payeur TO w_geste_payeur
                   MOVE fap_tel1 TO w_geste_autre
                   MOVE fap_montant TO w_geste_montant
                   PERFORM EXECUTER_GESTE_INCIDENT
                   IF w_geste_montant = 0 THEN
                       MOVE 0 TO w_ap_ok
                   END-IF
               END-IF
           END-READ
           CLOSE fincident.

       APPROUVER_FUSION.
           MOVE fap_tel1 TO w_fus_source
           MOVE fap_tel2 TO w_fus_cible
           PERFORM CONTROLER_COMPTES_FUSION
           IF w_test = 1 THEN
               PERFORM EXECUTER_FUSION
               MOVE 1 TO w_ap_ok
           END-IF.

       *> la valeur en place doit toujours etre celle vue par le
       *> demandeur
       APPROUVER_PARAMETRE.
           OPEN I-O fparam
           MOVE fap_cible TO fpar_cle
           READ fparam
           INVALID KEY
               DISPLAY "Ce parametre n'existe plus."
               CLOSE fparam
           NOT INVALID KEY
               IF fpar_valeur NOT = fap_par_avant THEN
                   DISPLAY "Le parametre a change depuis la demande"
                   DISPLAY "(valeur actuelle " fpar_valeur ")."
                   CLOSE fparam
               ELSE
                   MOVE fap_cible TO w_par_cle
                   MOVE fap_par_avant TO w_par_valeur
                   MOVE fap_par_apres TO w_par_nouveau
                   MOVE fap_par_apres TO fpar_valeur
                   REWRITE tamp_fparam
                   CLOSE fparam

                   PERFORM JOURNALISER_PARAMETRE
                   PERFORM CHARGER_PARAMETRES
                   DISPLAY "Parametre mis a jour."
                   MOVE 1 TO w_ap_ok
               END-IF
           END-READ.

       *> prevision de demande lancee depuis le menu : le rapport
       *> reste a l'ecran jusqu'a validation
       PREVOIR_DEMANDE.
           PERFORM PREVOIR_DEMANDE_CORPS
           ACCEPT w_test
           PERFORM AFFICHE_MENU_ADMIN.

       *> simulation "et si" : rejoue une periode de fstatistiques,
       *> du registre des factures et des mouvements de points sous
       *> d'autres valeurs de COMMISSION-PCT, TVA-PCT et
       *> POINTS-PAR-EURO, sans rien ecrire dans les fichiers vivants
       *> (rapport a l'ecran et a la bobine). L'ecart de taux de
       *> commission s'applique a chaque ligne en plus de la
       *> commission reellement prise (palier, promo et points
       *> inclus), si bien qu'a valeurs inchangees le simule egale le
       *> reel ; les lignes remboursees ("R") sont exclues
       SIMULER_PARAMETRES.
           PERFORM SAISIR_SIMULATION

           MOVE 0 TO w_sim_nb
           MOVE 0 TO w_sim_brut
           MOVE 0 TO w_sim_comm_reel
           MOVE 0 TO w_sim_comm_simu
           MOVE 0 TO w_sim_net_reel
           MOVE 0 TO w_sim_net_simu
           MOVE 0 TO w_sim_pts_ecart
           MOVE 0 TO w_sim_cd_nb
           MOVE 0 TO w_sim_rt_nb

           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_sim_date = fs_annee * 10000
                       + fs_mois * 100 + fs_jour
                   IF w_sim_date >= w_sim_debut AND
                      w_sim_date <= w_sim_fin AND
                      fs_regle NOT = "R" THEN
                       PERFORM SIMULER_LIGNE_STATISTIQUE
                   END-IF
           END-PERFORM
           CLOSE fstatistiques

           *> TVA reellement facturee au registre sur les mois de la
           *> periode, pour reference
           MOVE 0 TO w_sim_tva_registre
           MOVE 0 TO w_sim_factures
           OPEN INPUT finvoice
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ finvoice NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fi_periode * 100 + 99 >= w_sim_debut AND
                      fi_periode * 100 <= w_sim_fin THEN
                       ADD 1 TO w_sim_factures
                       ADD fi_tva TO w_sim_tva_registre
                   END-IF
           END-PERFORM
           CLOSE finvoice

           *> points gagnes sur la periode, puis valeur a rembourser
           *> si tous etaient utilises
           MOVE 0 TO w_sim_pts_reel
           OPEN INPUT fpoints
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fpoints NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   COMPUTE w_sim_date = fpt_annee * 10000
                       + fpt_mois * 100 + fpt_jour
                   IF fpt_type = "G" AND
                      w_sim_date >= w_sim_debut AND
                      w_sim_date <= w_sim_fin THEN
                       ADD fpt_points TO w_sim_pts_reel
                   END-IF
           END-PERFORM
           CLOSE fpoints
           IF w_sim_pts_reel + w_sim_pts_ecart < 0 THEN
               MOVE 0 TO w_sim_pts_simu
           ELSE
               COMPUTE w_sim_pts_simu = w_sim_pts_reel + w_sim_pts_ecart
           END-IF
           COMPUTE w_sim_passif_reel ROUNDED =
               w_sim_pts_reel * w_pts_valeur_cent / 100
           COMPUTE w_sim_passif_simu ROUNDED =
               w_sim_pts_simu * w_pts_valeur_cent / 100

           *> la commission est un TTC : TVA = TTC - TTC / (1 + taux)
           COMPUTE w_sim_tva_reel ROUNDED = w_sim_comm_reel
               - w_sim_comm_reel * 100 / (100 + w_tva_pct)
           COMPUTE w_sim_tva_simu ROUNDED = w_sim_comm_simu
               - w_sim_comm_simu * 100 / (100 + w_sim_tva_pct)

           PERFORM ECRIRE_RAPPORT_SIMULATION

           PERFORM AFFICHE_MENU_ADMIN.

       SAISIR_SIMULATION.
           MOVE 0 TO w_sim_debut
           MOVE 0 TO w_sim_fin
           PERFORM WITH TEST AFTER UNTIL w_sim_debut > 0 AND
               w_sim_fin >= w_sim_debut
               DISPLAY "Debut de la periode rejouee (AAAAMMJJ)."
               ACCEPT w_sim_debut
               DISPLAY "Fin de la periode rejouee (AAAAMMJJ)."
               ACCEPT w_sim_fin
           END-PERFORM

           DISPLAY "COMMISSION-PCT simule (actuel "
               w_commission_defaut ")."
           ACCEPT w_sim_comm_pct
           DISPLAY "TVA-PCT simule (actuel " w_tva_pct ")."
           ACCEPT w_sim_tva_pct
           DISPLAY "POINTS-PAR-EURO simule (actuel "
               w_pts_par_euro ")."
           ACCEPT w_sim_pts_euro

           COMPUTE w_sim_delta_pct =
               w_sim_comm_pct - w_commission_defaut.

       *> ligne fstatistiques courante : commission et net simules,
       *> cumuls globaux, par conducteur et par route ; les points ne
       *> sont gagnes qu'au reglement, donc sur les lignes reglees
       SIMULER_LIGNE_STATISTIQUE.
           ADD 1 TO w_sim_nb
           ADD fs_prix TO w_sim_brut
           COMPUTE w_sim_comm ROUNDED = fs_commission
               + fs_prix * w_sim_delta_pct / 100
           IF w_sim_comm < 0 THEN
               MOVE 0 TO w_sim_comm
           END-IF
           IF w_sim_comm > fs_prix THEN
               MOVE fs_prix TO w_sim_comm
           END-IF
           COMPUTE w_sim_net = fs_prix - w_sim_comm

           ADD fs_commission TO w_sim_comm_reel
           ADD w_sim_comm TO w_sim_comm_simu
           ADD fs_net_conducteur TO w_sim_net_reel
           ADD w_sim_net TO w_sim_net_simu

           IF fs_regle NOT = "N" THEN
               COMPUTE w_sim_pts_ligne_reel = fs_prix * w_pts_par_euro
               COMPUTE w_sim_pts_ligne_simu = fs_prix * w_sim_pts_euro
               COMPUTE w_sim_pts_ecart = w_sim_pts_ecart
                   + w_sim_pts_ligne_simu - w_sim_pts_ligne_reel
           END-IF

           PERFORM CUMULER_CONDUCTEUR_SIMULATION
           PERFORM CUMULER_ROUTE_SIMULATION.

       CUMULER_CONDUCTEUR_SIMULATION.
           MOVE 0 TO w_sim_cur
           MOVE 1 TO w_sim_idx
           PERFORM WITH TEST AFTER UNTIL w_sim_idx > w_sim_cd_nb
               IF w_sim_cd_nb > 0 AND w_sim_cur = 0 THEN
                   IF w_sim_cd_tel(w_sim_idx) = fs_conducteur THEN
                       MOVE w_sim_idx TO w_sim_cur
                   END-IF
               END-IF
               ADD 1 TO w_sim_idx
           END-PERFORM

           IF w_sim_cur = 0 THEN
               IF w_sim_cd_nb >= 200 THEN
                   DISPLAY "TABLE DES CONDUCTEURS PLEINE, IGNORE : "
                       fs_conducteur
               ELSE
                   ADD 1 TO w_sim_cd_nb
                   MOVE w_sim_cd_nb TO w_sim_cur
                   MOVE fs_conducteur TO w_sim_cd_tel(w_sim_cur)
                   MOVE 0 TO w_sim_cd_reel(w_sim_cur)
                   MOVE 0 TO w_sim_cd_simu(w_sim_cur)
                   MOVE 0 TO w_sim_cd_affiche(w_sim_cur)
               END-IF
           END-IF

           IF w_sim_cur > 0 THEN
               ADD fs_net_conducteur TO w_sim_cd_reel(w_sim_cur)
               ADD w_sim_net TO w_sim_cd_simu(w_sim_cur)
           END-IF.

       CUMULER_ROUTE_SIMULATION.
           MOVE 0 TO w_sim_cur
           MOVE 1 TO w_sim_idx
           PERFORM WITH TEST AFTER UNTIL w_sim_idx > w_sim_rt_nb
               IF w_sim_rt_nb > 0 AND w_sim_cur = 0 THEN
                   IF w_sim_rt_villeD(w_sim_idx) = fs_villeD AND
                      w_sim_rt_villeA(w_sim_idx) = fs_villeA THEN
                       MOVE w_sim_idx TO w_sim_cur
                   END-IF
               END-IF
               ADD 1 TO w_sim_idx
           END-PERFORM

           IF w_sim_cur = 0 THEN
               IF w_sim_rt_nb >= 100 THEN
                   DISPLAY "TABLE DES ROUTES PLEINE, ROUTE IGNOREE : "
                       fs_villeD " -> " fs_villeA
               ELSE
                   ADD 1 TO w_sim_rt_nb
                   MOVE w_sim_rt_nb TO w_sim_cur
                   MOVE fs_villeD TO w_sim_rt_villeD(w_sim_cur)
                   MOVE fs_villeA TO w_sim_rt_villeA(w_sim_cur)
                   MOVE 0 TO w_sim_rt_reel(w_sim_cur)
                   MOVE 0 TO w_sim_rt_simu(w_sim_cur)
                   MOVE 0 TO w_sim_rt_affiche(w_sim_cur)
               END-IF
           END-IF

           IF w_sim_cur > 0 THEN
               ADD fs_commission TO w_sim_rt_reel(w_sim_cur)
               ADD w_sim_comm TO w_sim_rt_simu(w_sim_cur)
           END-IF.

       ECRIRE_RAPPORT_SIMULATION.
           MOVE "SIMULATION" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL

           MOVE SPACE TO w_sp_texte
           STRING "SIMULATION DU " w_sim_debut " AU " w_sim_fin
               " - " w_sim_nb " TRAJET(S)"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION
           MOVE SPACE TO w_sp_texte
           STRING "COMMISSION " w_commission_defaut " -> "
               w_sim_comm_pct " %  TVA " w_tva_pct " -> "
               w_sim_tva_pct " %  POINTS/EUR " w_pts_par_euro
               " -> " w_sim_pts_euro
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION
           MOVE "                             REEL        SIMULE"
               TO w_sp_texte
           MOVE "ECART" TO w_sp_texte(58:5)
           PERFORM SORTIR_LIGNE_SIMULATION

           MOVE "REVENU PLATEFORME" TO w_sim_libelle
           MOVE w_sim_comm_reel TO w_sim_reel
           MOVE w_sim_comm_simu TO w_sim_simu
           PERFORM ECRIRE_LIGNE_SIMULATION
           MOVE "NET CONDUCTEURS" TO w_sim_libelle
           MOVE w_sim_net_reel TO w_sim_reel
           MOVE w_sim_net_simu TO w_sim_simu
           PERFORM ECRIRE_LIGNE_SIMULATION
           MOVE "TVA DUE" TO w_sim_libelle
           MOVE w_sim_tva_reel TO w_sim_reel
           MOVE w_sim_tva_simu TO w_sim_simu
           PERFORM ECRIRE_LIGNE_SIMULATION
           MOVE "PASSIF FIDELITE" TO w_sim_libelle
           MOVE w_sim_passif_reel TO w_sim_reel
           MOVE w_sim_passif_simu TO w_sim_simu
           PERFORM ECRIRE_LIGNE_SIMULATION

           MOVE w_sim_tva_registre TO w_aff_montant
           MOVE SPACE TO w_sp_texte
           STRING "(TVA facturee au registre sur ces mois : "
               w_aff_montant " EUR, " w_sim_factures " facture(s))"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION
           MOVE SPACE TO w_sp_texte
           STRING "(points gagnes : " w_sim_pts_reel " reels, "
               w_sim_pts_simu " simules)"
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION

           MOVE "---- CONDUCTEURS LES PLUS TOUCHES (NET) ----"
               TO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION
           MOVE 1 TO w_sim_rang
           PERFORM WITH TEST AFTER UNTIL w_sim_rang > 10
               PERFORM CLASSER_CONDUCTEUR_SIMULATION
               ADD 1 TO w_sim_rang
           END-PERFORM

           MOVE "---- ROUTES LES PLUS TOUCHEES (COMMISSION) ----"
               TO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION
           MOVE 1 TO w_sim_rang
           PERFORM WITH TEST AFTER UNTIL w_sim_rang > 10
               PERFORM CLASSER_ROUTE_SIMULATION
               ADD 1 TO w_sim_rang
           END-PERFORM

           MOVE "AUCUN FICHIER MODIFIE (SIMULATION)" TO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION
           PERFORM CLORE_GENERATION_SPOOL.

       SORTIR_LIGNE_SIMULATION.
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL.

       *> une ligne cote a cote : libelle, reel, simule, ecart
       ECRIRE_LIGNE_SIMULATION.
           COMPUTE w_sim_ecart = w_sim_simu - w_sim_reel
           MOVE w_sim_reel TO w_aff_montant
           MOVE w_sim_simu TO w_aff_montant2
           MOVE w_sim_ecart TO w_sim_aff_ecart
           MOVE SPACE TO w_sp_texte
           STRING w_sim_libelle " " w_aff_montant "  "
               w_aff_montant2 "  " w_sim_aff_ecart
               DELIMITED BY SIZE INTO w_sp_texte
           PERFORM SORTIR_LIGNE_SIMULATION.

       *> rang w_sim_rang : conducteur non encore affiche dont le net
       *> varie le plus, en valeur absolue
       CLASSER_CONDUCTEUR_SIMULATION.
           MOVE 0 TO w_sim_meilleur
           MOVE 0 TO w_sim_max
           MOVE 1 TO w_sim_cur
           PERFORM WITH TEST AFTER UNTIL w_sim_cur > w_sim_cd_nb
               IF w_sim_cd_nb > 0 THEN
                   IF w_sim_cd_affiche(w_sim_cur) = 0 THEN
                       COMPUTE w_sim_ecart = w_sim_cd_simu(w_sim_cur)
                           - w_sim_cd_reel(w_sim_cur)
                       PERFORM VALEUR_ABSOLUE_SIMULATION
                       IF w_sim_abs > w_sim_max THEN
                           MOVE w_sim_abs TO w_sim_max
                           MOVE w_sim_cur TO w_sim_meilleur
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO w_sim_cur
           END-PERFORM

           IF w_sim_meilleur > 0 THEN
               MOVE 1 TO w_sim_cd_affiche(w_sim_meilleur)
               MOVE w_sim_cd_reel(w_sim_meilleur) TO w_aff_montant
               MOVE w_sim_cd_simu(w_sim_meilleur) TO w_aff_montant2
               COMPUTE w_sim_aff_ecart = w_sim_cd_simu(w_sim_meilleur)
                   - w_sim_cd_reel(w_sim_meilleur)
               MOVE SPACE TO w_sp_texte
               STRING "RANG " w_sim_rang " : "
                   w_sim_cd_tel(w_sim_meilleur) " " w_aff_montant
                   "  " w_aff_montant2 "  " w_sim_aff_ecart
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM SORTIR_LIGNE_SIMULATION
           END-IF.

       CLASSER_ROUTE_SIMULATION.
           MOVE 0 TO w_sim_meilleur
           MOVE 0 TO w_sim_max
           MOVE 1 TO w_sim_cur
           PERFORM WITH TEST AFTER UNTIL w_sim_cur > w_sim_rt_nb
               IF w_sim_rt_nb > 0 THEN
                   IF w_sim_rt_affiche(w_sim_cur) = 0 THEN
                       COMPUTE w_sim_ecart = w_sim_rt_simu(w_sim_cur)
                           - w_sim_rt_reel(w_sim_cur)
                       PERFORM VALEUR_ABSOLUE_SIMULATION
                       IF w_sim_abs > w_sim_max THEN
                           MOVE w_sim_abs TO w_sim_max
                           MOVE w_sim_cur TO w_sim_meilleur
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO w_sim_cur
           END-PERFORM

           IF w_sim_meilleur > 0 THEN
               MOVE 1 TO w_sim_rt_affiche(w_sim_meilleur)
               MOVE w_sim_rt_reel(w_sim_meilleur) TO w_aff_montant
               MOVE w_sim_rt_simu(w_sim_meilleur) TO w_aff_montant2
               COMPUTE w_sim_aff_ecart = w_sim_rt_simu(w_sim_meilleur)
                   - w_sim_rt_reel(w_sim_meilleur)
               MOVE SPACE TO w_sp_texte
               STRING "RANG " w_sim_rang " : "
                   w_sim_rt_villeD(w_sim_meilleur)(1:20) " -> "
                   w_sim_rt_villeA(w_sim_meilleur)(1:20) " "
                   w_aff_montant "  " w_aff_montant2 "  "
                   w_sim_aff_ecart
                   DELIMITED BY SIZE INTO w_sp_texte
               PERFORM SORTIR_LIGNE_SIMULATION
           END-IF.

       VALEUR_ABSOLUE_SIMULATION.
           IF w_sim_ecart < 0 THEN
               COMPUTE w_sim_abs = 0 - w_sim_ecart
           ELSE
               MOVE w_sim_ecart TO w_sim_abs
           END-IF.

       *> consultation du journal d'audit : journal courant (depuis
       *> la derniere rotation), generation archivee du catalogue,
       *> ou plage de dates a cheval sur le courant et l'archive
       CONSULTER_AUDIT.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 7
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ JOURNAL D'AUDIT ------"
               DISPLAY "1.   JOURNAL COURANT"
               DISPLAY "2.   CATALOGUE DES GENERATIONS"
               DISPLAY "3.   UNE GENERATION ARCHIVEE"
               DISPLAY "4.   PLAGE DE DATES (COURANT + ARCHIVE)"
               DISPLAY "5.   ROTATION DES JOURNAUX (MAINTENANT)"
               DISPLAY "6.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM AUDIT_JOURNAL_COURANT
           WHEN 2
               PERFORM AUDIT_CATALOGUE
           WHEN 3
               PERFORM AUDIT_GENERATION
           WHEN 4
               PERFORM AUDIT_PLAGE_DATES
           WHEN 5
               PERFORM ROTATION_LOGS_CORPS
           END-EVALUATE

           IF w_test NOT = 6 THEN
               ACCEPT w_test
           END-IF
           PERFORM AFFICHE_MENU_ADMIN.

       AUDIT_JOURNAL_COURANT.
           OPEN INPUT faudit
           IF cr_faudit = 35 THEN
               DISPLAY "Aucune action d'administration journalisee."
           ELSE
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ faudit
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       DISPLAY tamp_faudit
                   END-READ
               END-PERFORM
               CLOSE faudit
           END-IF.

       AUDIT_CATALOGUE.
           OPEN INPUT fgencat
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fgencat NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   DISPLAY "Generation " fgc_num " - " fgc_log
                       " tournee le " fgc_date " ("
                       fgc_lignes " ligne(s))"
           END-PERFORM
           CLOSE fgencat.

       AUDIT_GENERATION.
           DISPLAY "Numero de la generation a consulter."
           ACCEPT w_aud_gen

           OPEN INPUT fgencat
           MOVE w_aud_gen TO fgc_num
           READ fgencat
           INVALID KEY
               DISPLAY "Cette generation n'est pas au catalogue."
               CLOSE fgencat
           NOT INVALID KEY
               CLOSE fgencat
               MOVE 0 TO w_aud_nb
               OPEN INPUT flogarchive
               IF cr_flogarchive = 00 THEN
                   MOVE 1 TO w_fin
                   PERFORM WITH TEST AFTER UNTIL w_fin = 0
                       READ flogarchive
                       AT END MOVE 0 TO w_fin
                       NOT AT END
                           IF tamp_flogarchive(1:6) = fgc_num THEN
                               DISPLAY tamp_flogarchive(8:100)
                               ADD 1 TO w_aud_nb
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE flogarchive
               END-IF
               DISPLAY w_aud_nb " ligne(s) dans cette generation."
           END-READ.

       *> lignes d'audit entre deux dates, journal courant puis
       *> generations AUDIT de l'archive (les lignes commencent par
       *> AAAA-MM-JJ)
       AUDIT_PLAGE_DATES.
           DISPLAY "Du (AAAA-MM-JJ)."
           DISPLAY w_aud_nb " ligne(s) sur la plage.".

       *> consultation de la boite d'envoi SMS et remise en file d'un
       *> message (statut "E") pour que la passerelle le renvoie ;
       *> accuses de reception et comptage facturable du mois
       GERER_OUTBOX.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 7
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ BOITE D'ENVOI SMS ------"
               DISPLAY "1.   LISTER LES MESSAGES"
               DISPLAY "2.   RENVOYER UN MESSAGE"
               DISPLAY "3.   TRAITER LES SMS ENTRANTS"
               DISPLAY "4.   TRAITER LES ACCUSES DE RECEPTION"
               DISPLAY "5.   SMS FACTURABLES DU MOIS"
               DISPLAY "6.   RETOUR"
               ACCEPT w_test
           END-PERFORM

               PERFORM RENVOYER_OUTBOX
           WHEN 3
               PERFORM TRAITER_INBOX_CORPS
           WHEN 4
               PERFORM TRAITER_ACCUSES_SMS_CORPS
           WHEN 5
               PERFORM COMPTER_SMS_FACTURABLES
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_OUTBOX.
           OPEN INPUT foutbox
           OPEN INPUT faccusereg
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ foutbox NEXT
                   DISPLAY fob_num " " fob_statut " " fob_type
                       " TEL " fob_telephone " " fob_date
                   DISPLAY "   " fob_texte
                   IF fob_statut = "F" OR fob_statut = "X" THEN
                       MOVE fob_num TO fac_num
                       READ faccusereg
                       NOT INVALID KEY
                           DISPLAY "   code passerelle : " fac_code
                       END-READ
                   END-IF
           END-PERFORM
           CLOSE faccusereg
           CLOSE foutbox.

       RENVOYER_OUTBOX.
       GERER_TARIFS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ BAREME TARIFAIRE ------"
               DISPLAY "1.   AJOUTER / CORRIGER UNE ROUTE"
               DISPLAY "2.   SUPPRIMER UNE ROUTE"
                           w_fus_cible " ? (OUI/NON)"
                       ACCEPT w_rep
                   END-PERFORM
                   IF w_rep = "OUI" AND
                      w_fus_solde + w_fus_bloque >=
                      w_ap_seuil_fusion THEN
                       PERFORM SOUMETTRE_FUSION
                   ELSE
                       IF w_rep = "OUI" THEN
                           PERFORM EXECUTER_FUSION
                       END-IF
                   END-IF
               END-IF
               PERFORM AFFICHE_MENU_ADMIN
           STRING "VOTRE ANCIEN COMPTE " w_fus_source
               " A ETE FUSIONNE ICI"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "FUSION" TO w_mdl_type
           MOVE w_fus_source TO w_mdl_ref
           PERFORM ENVOYER_NOTIFICATION

           DISPLAY "Fusion terminee : " w_fus_nb
       GERER_BOBINE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ BOBINE DES RAPPORTS ------"
               DISPLAY "1.   LISTER LES GENERATIONS"
               DISPLAY "2.   REEMETTRE UNE GENERATION"
           PERFORM DEPOSER_SPOOL

           MOVE 0 TO w_total_revenu
           MOVE 0 TO w_agt_nb
           OPEN INPUT futilisateur
           MOVE 2 TO fu_type
           START futilisateur KEY IS = fu_type
                       ELSE
                           MOVE fu_telephone TO w_teluser
                           PERFORM CUMULER_REVENU_CONDUCTEUR
                           *> ventilation par agence du conducteur
                           IF w_conducteur_total > 0 THEN
                               MOVE w_teluser TO w_agu_tel
                               PERFORM LIRE_AGENCE_UTILISATEUR
                               MOVE w_agu_agence TO w_agt_cle
                               MOVE w_conducteur_total TO w_agt_m1
                               MOVE 0 TO w_agt_m2
                               PERFORM CUMULER_PAR_AGENCE
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE futilisateur

           MOVE 1 TO w_agt_i
           PERFORM WITH TEST AFTER UNTIL w_agt_i > w_agt_nb
               IF w_agt_nb > 0 THEN
                   PERFORM LIBELLE_AGENCE_TABLE
                   MOVE w_agt_montant(w_agt_i) TO w_aff_montant
                   MOVE SPACE TO tamp_frevenue
                   STRING "   AGENCE " w_agu_code " : " w_aff_montant
                       " EUR (" w_agt_nombre(w_agt_i)
                       " conducteur(s))"
                       DELIMITED BY SIZE INTO tamp_frevenue
                   WRITE tamp_frevenue
                   MOVE tamp_frevenue TO w_sp_texte
                   PERFORM DEPOSER_SPOOL
               END-IF
               ADD 1 TO w_agt_i
           END-PERFORM

           MOVE w_total_revenu TO w_aff_montant
           MOVE SPACE TO tamp_frevenue
           STRING "TOTAL : " w_aff_montant " EUR"
               MOVE tamp_frevenue TO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF.

       *> comptes employeurs : entreprises qui prennent en charge les
       *> trajets domicile-travail de leurs salaries, dans la limite
       *> d'un plafond mensuel et sur les routes declarees eligibles
       GERER_COMPTES_EMPLOYEURS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 10
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ COMPTES EMPLOYEURS ------"
               DISPLAY "1.   CREER / MODIFIER UNE ENTREPRISE"
               DISPLAY "2.   RATTACHER UN SALARIE"
               DISPLAY "3.   DETACHER UN SALARIE"
               DISPLAY "4.   AJOUTER UNE ROUTE ELIGIBLE"
               DISPLAY "5.   RETIRER UNE ROUTE ELIGIBLE"
               DISPLAY "6.   LISTER LES ENTREPRISES"
               DISPLAY "7.   FACTURER UN MOIS"
               DISPLAY "8.   REIMPRIMER UNE FACTURE"
               DISPLAY "9.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM SAISIR_ENTREPRISE
           WHEN 2
               PERFORM RATTACHER_SALARIE
           WHEN 3
               PERFORM DETACHER_SALARIE
           WHEN 4
               PERFORM AJOUTER_ROUTE_ENTREPRISE
           WHEN 5
               PERFORM RETIRER_ROUTE_ENTREPRISE
           WHEN 6
               PERFORM LISTER_ENTREPRISES
           WHEN 7
               DISPLAY "Mois a facturer (AAAA MM)."
               ACCEPT w_ent_annee
               ACCEPT w_ent_mois
               PERFORM FACTURER_EMPLOYEURS_CORPS
               MOVE "FACTURATION EMPLOYEURS" TO w_audit_action
               MOVE SPACE TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           WHEN 8
               PERFORM REIMPRIMER_FACTURE_EMPLOYEUR
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       *> creation ou modification d'une entreprise : une fiche
       *> existante est reaffichee puis ressaisie en entier
       SAISIR_ENTREPRISE.
           DISPLAY "Code de l'entreprise (8 caracteres au plus)."
           ACCEPT w_ent_code

           OPEN I-O fentreprise
           MOVE w_ent_code TO fen_code
           MOVE 0 TO w_ent_mode
           READ fentreprise
           INVALID KEY
               MOVE 1 TO w_ent_mode
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE fen_date = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           NOT INVALID KEY
               MOVE fen_plafond TO w_aff_montant
               DISPLAY "Entreprise existante : " fen_nom
               DISPLAY "   Contact : " fen_contact
                   " - Plafond mensuel : " w_aff_montant
                   " - Statut : " fen_statut
           END-READ

           DISPLAY "Raison sociale."
           ACCEPT fen_nom
           DISPLAY "Telephone du contact facturation."
           ACCEPT fen_contact
           MOVE 0 TO w_mnt_montant
           PERFORM WITH TEST AFTER UNTIL w_mnt_montant > 0
               DISPLAY "Plafond mensuel par salarie."
               PERFORM SAISIR_MONTANT
           END-PERFORM
           MOVE w_mnt_montant TO fen_plafond
           MOVE SPACE TO fen_statut
           PERFORM WITH TEST AFTER UNTIL fen_statut = "A" OR
               fen_statut = "S"
               DISPLAY "Statut : A (actif) ou S (suspendu)."
               ACCEPT fen_statut
           END-PERFORM

           IF w_ent_mode = 1 THEN
               WRITE tamp_fentreprise
               END-WRITE
               DISPLAY "Entreprise creee."
           ELSE
               REWRITE tamp_fentreprise
               END-REWRITE
               DISPLAY "Entreprise modifiee."
           END-IF
           CLOSE fentreprise

           MOVE "FICHE ENTREPRISE" TO w_audit_action
           MOVE w_ent_code TO w_audit_cible
           PERFORM JOURNALISER_ADMIN.

       *> un salarie n'est rattache qu'a une seule entreprise ; un
       *> nouveau rattachement remplace le precedent
       RATTACHER_SALARIE.
           DISPLAY "Code de l'entreprise."
           ACCEPT w_ent_code
           OPEN INPUT fentreprise
           MOVE w_ent_code TO fen_code
           MOVE 0 TO w_ent_prise
           READ fentreprise
           NOT INVALID KEY
               MOVE 1 TO w_ent_prise
           END-READ
           CLOSE fentreprise
           IF w_ent_prise = 0 THEN
               DISPLAY "Cette entreprise n'existe pas."
           ELSE
               DISPLAY "Telephone du salarie."
               ACCEPT w_ent_tel
               OPEN INPUT futilisateur
               MOVE w_ent_tel TO fu_telephone
               MOVE 0 TO w_ent_prise
               READ futilisateur
               NOT INVALID KEY
                   MOVE 1 TO w_ent_prise
               END-READ
               CLOSE futilisateur
               IF w_ent_prise = 0 THEN
                   DISPLAY "Aucun compte a ce numero."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   OPEN I-O fsalarie
                   MOVE w_ent_tel TO fsa_telephone
                   READ fsalarie
                   INVALID KEY
                       MOVE w_ent_code TO fsa_entreprise
                       COMPUTE fsa_date = WS-CURRENT-YEAR * 10000
                           + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                       WRITE tamp_fsalarie
                       END-WRITE
                   NOT INVALID KEY
                       MOVE w_ent_code TO fsa_entreprise
                       COMPUTE fsa_date = WS-CURRENT-YEAR * 10000
                           + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                       REWRITE tamp_fsalarie
                       END-REWRITE
                   END-READ
                   CLOSE fsalarie
                   DISPLAY "Salarie " w_ent_tel " rattache a "
                       w_ent_code
                   MOVE "RATTACHEMENT SALARIE" TO w_audit_action
                   MOVE w_ent_tel TO w_audit_cible
                   PERFORM JOURNALISER_ADMIN
               END-IF
           END-IF.

       *> les prises en charge deja accordees restent dues par
       *> l'entreprise ; seules les reservations futures cessent
       *> d'etre couvertes
       DETACHER_SALARIE.
           DISPLAY "Telephone du salarie."
           ACCEPT w_ent_tel
           OPEN I-O fsalarie
           MOVE w_ent_tel TO fsa_telephone
           READ fsalarie
           INVALID KEY
               DISPLAY "Ce salarie n'est rattache a aucune entreprise."
           NOT INVALID KEY
               DELETE fsalarie RECORD
               DISPLAY "Salarie detache de " fsa_entreprise
               MOVE "DETACHEMENT SALARIE" TO w_audit_action
               MOVE w_ent_tel TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-READ
           CLOSE fsalarie.

       AJOUTER_ROUTE_ENTREPRISE.
           DISPLAY "Code de l'entreprise."
           ACCEPT fre_entreprise
           DISPLAY "Ville de depart."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO fre_depart
           DISPLAY "Ville d'arrivee."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO fre_arrive

           OPEN I-O froutent
           WRITE tamp_froutent
           INVALID KEY
               DISPLAY "Cette route est deja eligible."
           NOT INVALID KEY
               DISPLAY "Route eligible ajoutee."
               MOVE "ROUTE EMPLOYEUR +" TO w_audit_action
               MOVE fre_entreprise TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-WRITE
           CLOSE froutent.

       RETIRER_ROUTE_ENTREPRISE.
           DISPLAY "Code de l'entreprise."
           ACCEPT fre_entreprise
           DISPLAY "Ville de depart."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO fre_depart
           DISPLAY "Ville d'arrivee."
           PERFORM SAISIR_VILLE
           MOVE w_vil_canonique TO fre_arrive

           OPEN I-O froutent
           READ froutent
           INVALID KEY
               DISPLAY "Cette route n'est pas eligible."
           NOT INVALID KEY
               DELETE froutent RECORD
               DISPLAY "Route eligible retiree."
               MOVE "ROUTE EMPLOYEUR -" TO w_audit_action
               MOVE fre_entreprise TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
           END-READ
           CLOSE froutent.

       *> chaque entreprise avec ses salaries et ses routes eligibles
       LISTER_ENTREPRISES.
           OPEN INPUT fentreprise
           OPEN INPUT fsalarie
           OPEN INPUT froutent
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fentreprise NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE fen_plafond TO w_aff_montant
                   DISPLAY "Entreprise : " fen_code " " fen_nom
                       " - Statut : " fen_statut
                   DISPLAY "   Contact : " fen_contact
                       " - Plafond mensuel : " w_aff_montant
                   MOVE fen_code TO fsa_entreprise
                   START fsalarie KEY IS = fsa_entreprise
                   INVALID KEY
                       DISPLAY "   (aucun salarie)"
                   NOT INVALID KEY
                       MOVE 1 TO w_fin2
                       PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                           READ fsalarie NEXT
                           AT END MOVE 0 TO w_fin2
                           NOT AT END
                               IF fsa_entreprise NOT = fen_code THEN
                                   MOVE 0 TO w_fin2
                               ELSE
                                   DISPLAY "   Salarie : "
                                       fsa_telephone
                                       " depuis " fsa_date
                               END-IF
                       END-PERFORM
                   END-START
                   MOVE fen_code TO fre_entreprise
                   MOVE LOW-VALUE TO fre_depart
                   MOVE LOW-VALUE TO fre_arrive
                   START froutent KEY IS >= fre_cle
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO w_fin2
                       PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                           READ froutent NEXT
                           AT END MOVE 0 TO w_fin2
                           NOT AT END
                               IF fre_entreprise NOT = fen_code THEN
                                   MOVE 0 TO w_fin2
                               ELSE
                                   DISPLAY "   Route : "
                                       fre_depart " -> " fre_arrive
                               END-IF
                       END-PERFORM
                   END-START
           END-PERFORM
           CLOSE froutent
           CLOSE fsalarie
           CLOSE fentreprise.

       *> registre des evenements : enregistrement, liste et rapport
       *> par evenement (places offertes et reservees, recherches
       *> restees sans offre, chiffre d'affaires) pour preparer la
       *> prochaine edition avec les organisateurs
       GERER_EVENEMENTS.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ REGISTRE DES EVENEMENTS ------"
               DISPLAY "1.   ENREGISTRER UN EVENEMENT"
               DISPLAY "2.   LISTER LES EVENEMENTS"
               DISPLAY "3.   RAPPORT PAR EVENEMENT"
               DISPLAY "4.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM ENREGISTRER_EVENEMENT
           WHEN 2
               PERFORM LISTER_EVENEMENTS
           WHEN 3
               PERFORM RAPPORT_EVENEMENTS
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       ENREGISTRER_EVENEMENT.
           MOVE "3" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Evenement non enregistre."
           ELSE
               MOVE w_code_code TO fev_code
               MOVE SPACE TO fev_nom
               PERFORM WITH TEST AFTER UNTIL fev_nom NOT = SPACE
                   DISPLAY "Nom de l'evenement."
                   ACCEPT fev_nom
               END-PERFORM
               DISPLAY "Ville ou se tient l'evenement."
               PERFORM SAISIR_VILLE
               MOVE w_vil_canonique TO fev_ville
               DISPLAY "Premier jour (AAAA MM JJ)."
               ACCEPT w_rd_annee
               ACCEPT w_rd_mois
               ACCEPT w_rd_jour
               COMPUTE fev_debut = w_rd_annee * 10000
                   + w_rd_mois * 100 + w_rd_jour
               MOVE 0 TO fev_fin
               PERFORM WITH TEST AFTER UNTIL fev_fin >= fev_debut
                   DISPLAY "Dernier jour (AAAA MM JJ)."
                   ACCEPT w_rf_annee
                   ACCEPT w_rf_mois
                   ACCEPT w_rf_jour
                   COMPUTE fev_fin = w_rf_annee * 10000
                       + w_rf_mois * 100 + w_rf_jour
               END-PERFORM
               DISPLAY "Contact chez l'organisateur."
               ACCEPT fev_contact
               DISPLAY "Telephone de l'organisateur."
               ACCEPT fev_telephone

               OPEN I-O fevenement
                   WRITE tamp_fevenement
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE fevenement

               MOVE "EVENEMENT ENREGISTRE" TO w_audit_action
               MOVE fev_code TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
               DISPLAY "Evenement " fev_code " enregistre."
           END-IF.

       LISTER_EVENEMENTS.
           MOVE 0 TO w_ev_nb
           OPEN INPUT fevenement
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fevenement NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_ev_nb
                   DISPLAY fev_code " - " fev_nom " - "
                       fev_ville(1:20) " du " fev_debut " au "
                       fev_fin
                   DISPLAY "   organisateur : " fev_contact " - "
                       fev_telephone
           END-PERFORM
           CLOSE fevenement
           IF w_ev_nb = 0 THEN
               DISPLAY "Aucun evenement enregistre."
           END-IF.

       *> une ligne par evenement ; les recherches sans offre sont
       *> celles du fichier des demandes non servies qui partent de
       *> la ville de l'evenement ou y arrivent, datees de la veille
       *> du premier jour au lendemain du dernier
       RAPPORT_EVENEMENTS.
           MOVE "EVENEMENTS" TO w_sp_rapport
           PERFORM OUVRIR_GENERATION_SPOOL
           MOVE "RAPPORT PAR EVENEMENT" TO w_sp_texte
           DISPLAY w_sp_texte
           PERFORM DEPOSER_SPOOL

           MOVE 0 TO w_ev_nb
           OPEN INPUT fevenement
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fevenement NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   ADD 1 TO w_ev_nb
                   PERFORM CUMULER_EVENEMENT
                   MOVE SPACE TO w_sp_texte
                   STRING fev_code " " fev_nom " " fev_ville(1:20)
                       " " fev_debut "-" fev_fin
                       DELIMITED BY SIZE INTO w_sp_texte
                   DISPLAY w_sp_texte
                   PERFORM DEPOSER_SPOOL
                   MOVE w_ev_ca TO w_aff_montant
                   MOVE w_ev_commission TO w_aff_montant2
                   MOVE SPACE TO w_sp_texte
                   STRING "   ANNONCES " w_ev_annonces
                       " PLACES OFFERTES " w_ev_offertes
                       " RESERVEES " w_ev_reservees
                       " RECHERCHES SANS OFFRE " w_ev_non_servies
                       " CA " w_aff_montant
                       " COMMISSION " w_aff_montant2
                       DELIMITED BY SIZE INTO w_sp_texte
                   DISPLAY w_sp_texte
                   PERFORM DEPOSER_SPOOL
           END-PERFORM
           CLOSE fevenement

           IF w_ev_nb = 0 THEN
               MOVE "AUCUN EVENEMENT ENREGISTRE" TO w_sp_texte
               DISPLAY w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF
           PERFORM CLORE_GENERATION_SPOOL.

       *> cumuls de l'evenement courant (tamp_fevenement) ; une
       *> annonce archivee est relue dans les archives
       CUMULER_EVENEMENT.
           MOVE 0 TO w_ev_annonces
           MOVE 0 TO w_ev_offertes
           MOVE 0 TO w_ev_reservees
           MOVE 0 TO w_ev_non_servies
           MOVE 0 TO w_ev_ca
           MOVE 0 TO w_ev_commission

           OPEN INPUT fevannonce
           OPEN INPUT fannonce
           OPEN INPUT farchannonce
           MOVE fev_code TO fea_evenement
           START fevannonce KEY IS = fea_evenement
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fevannonce NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fea_evenement NOT = fev_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           MOVE fea_annonce TO fa_code
                           READ fannonce
                           INVALID KEY
                               MOVE fea_annonce TO farca_code
                               READ farchannonce
                               NOT INVALID KEY
                                   IF farca_statut_annonce = 1 THEN
                                       ADD 1 TO w_ev_annonces
                                       ADD farca_place_max
                                           TO w_ev_offertes
                                       COMPUTE w_ev_reservees =
                                           w_ev_reservees
                                           + farca_place_max
                                           - farca_place_dispo
                                   END-IF
                               END-READ
                           NOT INVALID KEY
                               IF fa_statut_annonce = 1 THEN
                                   ADD 1 TO w_ev_annonces
                                   ADD fa_place_max TO w_ev_offertes
                                   COMPUTE w_ev_reservees =
                                       w_ev_reservees + fa_place_max
                                       - fa_place_dispo
                               END-IF
                           END-READ
                       END-IF
               END-PERFORM
           END-START
           CLOSE farchannonce
           CLOSE fannonce

           *> chiffre d'affaires des lignes de trajet des annonces
           *> rattachees
           OPEN INPUT fstatistiques
           MOVE 1 TO w_fin2
           PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
               READ fstatistiques NEXT
               AT END MOVE 0 TO w_fin2
               NOT AT END
                   MOVE fs_code_annonce TO fea_annonce
                   READ fevannonce
                   NOT INVALID KEY
                       IF fea_evenement = fev_code THEN
                           ADD fs_prix TO w_ev_ca
                           ADD fs_commission TO w_ev_commission
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE fstatistiques
           CLOSE fevannonce

           *> recherches restees sans offre autour de l'evenement
           COMPUTE w_ev_int_deb =
               FUNCTION INTEGER-OF-DATE(fev_debut) - 1
           COMPUTE w_ev_int_fin =
               FUNCTION INTEGER-OF-DATE(fev_fin) + 1
           OPEN INPUT fdemande
           IF cr_fdemande NOT = 35 THEN
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fdemande
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fdm_date > 0 AND
                          (fdm_depart = fev_ville OR
                           fdm_arrive = fev_ville) THEN
                           MOVE FUNCTION INTEGER-OF-DATE(fdm_date)
                               TO w_ev_int
                           IF w_ev_int >= w_ev_int_deb AND
                              w_ev_int <= w_ev_int_fin THEN
                               ADD 1 TO w_ev_non_servies
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fdemande
           END-IF.

       *> guichet des objets trouves : liste des declarations
       *> ouvertes puis remise en main propre ou expedition postale ;
       *> les frais d'envoi sont preleves au proprietaire de l'objet
       *> (mouvement "F" du ledger)
       GERER_OBJETS_ADMIN.
           MOVE 0 TO w_obj_nb
           OPEN INPUT fobjet
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fobjet NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fot_statut = "O" THEN
                       ADD 1 TO w_obj_nb
                       PERFORM AFFICHER_OBJET
                       DISPLAY "   declarant " fot_declarant
                           " - autre partie " fot_autre
                   END-IF
           END-PERFORM
           CLOSE fobjet

           IF w_obj_nb = 0 THEN
               DISPLAY "Aucun objet en attente de remise."
           ELSE
               DISPLAY "Numero de l'objet a traiter (0 = retour)."
               MOVE 0 TO w_obj_num
               ACCEPT w_obj_num
               IF w_obj_num > 0 THEN
                   PERFORM TRAITER_OBJET_ADMIN
               END-IF
           END-IF

           PERFORM AFFICHE_MENU_ADMIN.

       TRAITER_OBJET_ADMIN.
           MOVE 0 TO w_obj_ok
           OPEN INPUT fobjet
           MOVE w_obj_num TO fot_num
           READ fobjet
           NOT INVALID KEY
               IF fot_statut = "O" THEN
                   MOVE 1 TO w_obj_ok
                   IF fot_sens = "P" THEN
                       MOVE fot_declarant TO w_obj_proprio
                   ELSE
                       MOVE fot_autre TO w_obj_proprio
                   END-IF
               END-IF
           END-READ
           CLOSE fobjet

           IF w_obj_ok = 0 THEN
               DISPLAY "Cet objet n'est pas en attente de remise."
           ELSE
               MOVE SPACE TO w_obj_choix
               PERFORM WITH TEST AFTER UNTIL w_obj_choix = "R" OR
                   w_obj_choix = "E"
                   DISPLAY "R = remis en main propre,"
                   DISPLAY "E = expedie par la poste."
                   ACCEPT w_obj_choix
               END-PERFORM

               MOVE 0 TO w_obj_frais
               IF w_obj_choix = "E" THEN
                   DISPLAY "Frais d'envoi a la charge du proprietaire"
                       " (0 si aucun)."
                   PERFORM SAISIR_MONTANT
                   MOVE w_mnt_montant TO w_obj_frais
                   IF w_obj_frais > 0 THEN
                       PERFORM PRELEVER_FRAIS_OBJET
                   END-IF
               END-IF
           END-IF

           IF w_obj_ok = 1 THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O fobjet
               MOVE w_obj_num TO fot_num
               READ fobjet
               NOT INVALID KEY
                   MOVE w_obj_choix TO fot_statut
                   COMPUTE fot_cloture = WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
                   MOVE w_obj_frais TO fot_frais
                   REWRITE tamp_fobjet
                   END-REWRITE
               END-READ
               CLOSE fobjet

               MOVE w_obj_proprio TO w_notif_telephone
               MOVE SPACE TO w_notif_message
               IF w_obj_choix = "R" THEN
                   MOVE "OBJET REMIS" TO w_audit_action
                   STRING "OBJET " w_obj_num " REMIS EN MAIN PROPRE"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "OBJREMIS" TO w_mdl_type
               ELSE
                   MOVE "OBJET EXPEDIE" TO w_audit_action
                   MOVE w_obj_frais TO w_aff_montant
                   STRING "OBJET " w_obj_num " EXPEDIE PAR LA POSTE"
                       " - FRAIS " w_aff_montant " EUR"
                       DELIMITED BY SIZE INTO w_notif_message
                   MOVE "OBJEXPEDIE" TO w_mdl_type
                   MOVE w_aff_montant TO w_mdl_montant
               END-IF
               MOVE w_obj_num TO w_mdl_ref
               PERFORM ENVOYER_NOTIFICATION
               MOVE w_obj_num TO w_audit_cible
               PERFORM JOURNALISER_ADMIN
               DISPLAY "Objet " w_obj_num " clos."
           END-IF.

       *> debit des frais d'envoi sur le solde disponible du
       *> proprietaire ; w_obj_ok retombe a 0 si le solde ne suffit
       *> pas (l'objet reste alors ouvert)
       PRELEVER_FRAIS_OBJET.
           OPEN I-O futilisateur
           MOVE w_obj_proprio TO fu_telephone
           READ futilisateur KEY IS fu_telephone
           INVALID KEY
               DISPLAY "Proprietaire inconnu, frais non preleves."
               MOVE 0 TO w_obj_ok
           NOT INVALID KEY
               COMPUTE w_solde_disponible = fu_solde - fu_solde_bloque
               IF w_solde_disponible < w_obj_frais THEN
                   DISPLAY "Solde disponible du proprietaire"
                       " insuffisant : l'objet reste en attente."
                   MOVE 0 TO w_obj_ok
               ELSE
                   SUBTRACT w_obj_frais FROM fu_solde
                   REWRITE tamp_futilisateur
                   MOVE "M" TO w_jrn_op
                   PERFORM IMAGE_UTILISATEUR
               END-IF
           END-READ
           CLOSE futilisateur

           IF w_obj_ok = 1 THEN
               MOVE w_obj_proprio TO w_trans_telephone
               MOVE "F" TO w_trans_type
               MOVE w_obj_frais TO w_trans_montant
               PERFORM ENREGISTRER_TRANSACTION
           END-IF.

       *> catalogue des libelles par type et langue ; toute
       *> modification passe au journal d'administration
       GERER_MODELES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 6
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MODELES DE MESSAGES ------"
               DISPLAY "1.   LISTER LES MODELES"
               DISPLAY "2.   CREER OU MODIFIER UN MODELE"
               DISPLAY "3.   SUPPRIMER UN MODELE"
               DISPLAY "4.   CHARGER LES MODELES STANDARD"
               DISPLAY "5.   RETOUR"
               ACCEPT w_test
           END-PERFORM

           EVALUATE w_test
           WHEN 1
               PERFORM LISTER_MODELES
           WHEN 2
               PERFORM MODIFIER_MODELE
           WHEN 3
               PERFORM SUPPRIMER_MODELE
           WHEN 4
               PERFORM CHARGER_MODELES_STANDARD
           END-EVALUATE

           PERFORM AFFICHE_MENU_ADMIN.

       LISTER_MODELES.
           MOVE 0 TO w_mdl_nb
           OPEN INPUT fmodele
           IF cr_fmodele = 00 THEN
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fmodele NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       ADD 1 TO w_mdl_nb
                       DISPLAY fmo_type " " fmo_langue " le "
                           fmo_date " par " fmo_auteur
                       DISPLAY "   " fmo_texte
               END-PERFORM
               CLOSE fmodele
           END-IF
           DISPLAY w_mdl_nb " modele(s) au catalogue."
           DISPLAY "Champs : {NOM} {TEL} {DATE} {CODE} {REF}"
               " {MONTANT} {TEXTE}".

       *> saisie du type et de la langue d'un modele dans fmo_cle
       SAISIR_CLE_MODELE.
           PERFORM WITH TEST AFTER UNTIL fmo_type NOT = SPACE
               DISPLAY "Type de message (VERIF, RECU, RESAOK, ...)."
               ACCEPT fmo_type
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL fmo_langue = "FR" OR
               fmo_langue = "EN"
               DISPLAY "Langue (FR/EN)."
               ACCEPT fmo_langue
           END-PERFORM.

       MODIFIER_MODELE.
           OPEN I-O fmodele
           PERFORM SAISIR_CLE_MODELE
           MOVE "MODELE CREE" TO w_audit_action
           READ fmodele
           INVALID KEY
               DISPLAY "Nouveau modele."
           NOT INVALID KEY
               DISPLAY "Libelle actuel :"
               DISPLAY fmo_texte
               MOVE "MODELE MODIFIE" TO w_audit_action
           END-READ

           MOVE SPACE TO w_mdl_modele
           PERFORM WITH TEST AFTER UNTIL w_mdl_modele NOT = SPACE
               DISPLAY "Nouveau libelle (80 car. max, 60 pour une"
               DISPLAY "notification)."
               ACCEPT w_mdl_modele
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE w_mdl_modele TO fmo_texte
           COMPUTE fmo_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE wu_telephone TO fmo_auteur
           WRITE tamp_fmodele
           INVALID KEY
               REWRITE tamp_fmodele
           END-WRITE

           MOVE SPACE TO w_audit_cible
           STRING fmo_type DELIMITED BY SPACE
               "/" fmo_langue DELIMITED BY SIZE
               INTO w_audit_cible
           CLOSE fmodele
           PERFORM JOURNALISER_ADMIN
           DISPLAY "Modele enregistre.".

       SUPPRIMER_MODELE.
           OPEN I-O fmodele
           PERFORM SAISIR_CLE_MODELE
           READ fmodele
           INVALID KEY
               DISPLAY "Modele inconnu."
               CLOSE fmodele
           NOT INVALID KEY
               DELETE fmodele
               MOVE SPACE TO w_audit_cible
               STRING fmo_type DELIMITED BY SPACE
                   "/" fmo_langue DELIMITED BY SIZE
                   INTO w_audit_cible
               CLOSE fmodele
               MOVE "MODELE SUPPRIME" TO w_audit_action
               PERFORM JOURNALISER_ADMIN
               DISPLAY "Modele supprime : le libelle du programme"
               DISPLAY "sera utilise."
           END-READ.

       *> cree les modeles livres avec l'application, sans toucher
       *> a ceux deja presents au catalogue
       CHARGER_MODELES_STANDARD.
           MOVE 0 TO w_mdl_nb
           OPEN I-O fmodele

           MOVE "VERIF" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE CODE DE VERIFICATION EST {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "{NOM}, YOUR VERIFICATION CODE IS {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RECU" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECU {REF} EMIS POUR LE TRAJET {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "RECEIPT {REF} FOR TRIP {CODE}: {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAOK" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} ACCEPTEE PAR LE CONDUCTEUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} ACCEPTED BY THE DRIVER" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAKO" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} REFUSEE PAR LE CONDUCTEUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} DECLINED BY THE DRIVER" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RECUTITRE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECU VOYAGEUR NO {REF} - TEL {TEL}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PASSENGER RECEIPT NO {REF} - PHONE {TEL} - {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "FACTTITRE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "FACTURE DE COMMISSION NO {REF} - PERIODE {DATE}"
               " - CONDUCTEUR {TEL}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "COMMISSION INVOICE NO {REF} - PERIOD {DATE} - {TEL}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           PERFORM CHARGER_MODELES_COMPTE
           PERFORM CHARGER_MODELES_ANNONCE
           PERFORM CHARGER_MODELES_RESERVATION
           PERFORM CHARGER_MODELES_PAIEMENT

           CLOSE fmodele

           MOVE "MODELES STANDARD CHARGES" TO w_audit_action
           MOVE w_mdl_nb TO w_audit_cible
           PERFORM JOURNALISER_ADMIN
           DISPLAY w_mdl_nb " modele(s) standard cree(s).".

       *> modeles standard : comptes, tutelle, transferts, conformite
       CHARGER_MODELES_COMPTE.
           MOVE "RESET" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE CODE DE REINITIALISATION EST {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR PASSWORD RESET CODE IS {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "AGENCE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "CODE A DONNER A L'AGENCE POUR RESERVER EN VOTRE "
               "NOM : {CODE}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "CODE TO GIVE THE AGENCY TO BOOK ON YOUR BEHALF: {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "TUTELLE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "TUTELLE DU VOYAGEUR {TEL} : CODE {CODE} A SAISIR "
               "DANS VOTRE PROFIL"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "GUARDIANSHIP OF PASSENGER {TEL}: ENTER CODE "
               "{CODE} IN YOUR PROFILE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "TUTELLEOK" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "TUTELLE CONFIRMEE PAR {TEL} : RESERVATIONS OUVERTES"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "GUARDIANSHIP CONFIRMED BY {TEL}: BOOKINGS ENABLED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "TRANSFERT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "TRANSFERT RECU : {MONTANT} EUR DE {TEL}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TRANSFER RECEIVED: {MONTANT} EUR FROM {TEL}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "FUSION" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE ANCIEN COMPTE {REF} A ETE FUSIONNE ICI"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR FORMER ACCOUNT {REF} HAS BEEN MERGED HERE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VETTINGOK" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DOSSIER CONDUCTEUR APPROUVE : VOUS POUVEZ PUBLIER"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "DRIVER FILE APPROVED: YOU CAN NOW PUBLISH" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VETTINGKO" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DOSSIER CONDUCTEUR REJETE : CONTACTEZ L'ADMINISTRATION"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "DRIVER FILE REJECTED: PLEASE CONTACT US" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VEHBLOQUE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VEHICULE {REF} BLOQUE : ECART AVEC LE REGISTRE, "
               "CONTACTEZ-NOUS"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VEHICLE {REF} BLOCKED: REGISTRY MISMATCH, PLEASE "
               "CONTACT US"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VEHDEBLOQ" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VEHICULE {REF} DEBLOQUE, VOUS POUVEZ A NOUVEAU PUBLIER"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "VEHICLE {REF} UNBLOCKED, YOU CAN PUBLISH AGAIN"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PALIER" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VOTRE PALIER CONDUCTEUR PASSE A {TEXTE} : "
               "COMMISSION {REF} %"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR DRIVER TIER IS NOW {TEXTE}: COMMISSION {REF} %"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DEMANDEOK" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE DEMANDE {REF} A ETE APPROUVEE ET EXECUTEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR REQUEST {REF} WAS APPROVED AND CARRIED OUT"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DEMANDEINX" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE DEMANDE {REF} APPROUVEE MAIS INEXECUTABLE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR REQUEST {REF} WAS APPROVED BUT COULD NOT RUN"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DEMANDEREJ" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE DEMANDE {REF} A ETE REJETEE" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR REQUEST {REF} WAS REJECTED" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DEMANDEEXP" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VOTRE DEMANDE {REF} A EXPIRE SANS DECISION"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "YOUR REQUEST {REF} EXPIRED WITHOUT A DECISION"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DORMNOTIF1" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "Compte inactif : connectez-vous avant le {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "Inactive account: please log in before {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DORMSMS1" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "COMPTE INACTIF, SOLDE {MONTANT} EUR : "
               "CONNECTEZ-VOUS AVANT LE {DATE}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "INACTIVE ACCOUNT, BALANCE {MONTANT} EUR: LOG IN "
               "BEFORE {DATE}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DORMNOTIF2" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "Dernier avis : solde transfere le {DATE} sans "
               "connexion"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "Final notice: balance transferred on {DATE} "
               "unless you log in"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DORMSMS2" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DERNIER AVIS : SOLDE {MONTANT} EUR TRANSFERE LE {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "FINAL NOTICE: BALANCE {MONTANT} EUR TRANSFERRED "
               "ON {DATE}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "CLOTIBAN" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "CLOTURE SUSPENDUE : CORRIGEZ VOTRE IBAN PUIS "
               "RELANCEZ LA FERMETURE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "CLOSURE ON HOLD: CORRECT YOUR IBAN, THEN CLOSE AGAIN"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "FISCAL" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "DECLARATION {DATE} TRANSMISE : {MONTANT} EUR, "
               "{REF} TRAJETS"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "{DATE} TAX RETURN SENT: {MONTANT} EUR, {REF} TRIPS"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "REJET" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "COMMANDE SMS NON RECONNUE OU NON AUTORISEE. "
               "FORMAT : OUI/NON/ANNULE CODE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "SMS COMMAND NOT RECOGNISED OR NOT ALLOWED. "
               "FORMAT: OUI/NON/ANNULE CODE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD.

       *> modeles standard : annonces, alertes, favoris, incidents
       CHARGER_MODELES_ANNONCE.
           MOVE "ANNAPPROUV" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ANNONCE {CODE} APPROUVEE ET VISIBLE" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LISTING {CODE} APPROVED AND VISIBLE" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ANNREJET" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ANNONCE {CODE} REJETEE : {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LISTING {CODE} REJECTED: {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ALERTE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ALERTE : ANNONCE {CODE} PUBLIEE {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "ALERT: LISTING {CODE} PUBLISHED {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "FAVORI" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "FAVORI : ANNONCE {CODE} {TEXTE} LE {DATE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "FAVOURITE: LISTING {CODE} {TEXTE} ON {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "IMPORTANN" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ANNONCE {CODE} PUBLIEE PAR {TEXTE} POUR LE {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LISTING {CODE} PUBLISHED BY {TEXTE} FOR {DATE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ROUTESUSP" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ROUTE SUSPENDUE ({TEXTE}) : ANNONCE {CODE} TOUCHEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "ROUTE SUSPENDED ({TEXTE}): LISTING {CODE} AFFECTED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ROUTEMENAC" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ROUTE SUSPENDUE : TRAJET {CODE} MENACE ({TEXTE})"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "ROUTE SUSPENDED: TRIP {CODE} AT RISK ({TEXTE})"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "REPORT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "TRAJET {CODE} REPORTE AU {DATE} - ANNULATION SANS "
               "FRAIS"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TRIP {CODE} MOVED TO {DATE} - FREE CANCELLATION"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ANNSUSPRES" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ANNONCE SUSPENDUE : RESERVATION {CODE} ANNULEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LISTING SUSPENDED: BOOKING {CODE} CANCELLED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ANNSUPPRES" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ANNONCE SUPPRIMEE : RESERVATION {CODE} ANNULEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LISTING REMOVED: BOOKING {CODE} CANCELLED" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "BAISSEAPPL" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "BAISSE APPLIQUEE ANNONCE {CODE} : {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PRICE DROP APPLIED TO LISTING {CODE}: {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "BAISSEALRT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "BAISSE ANNONCE {CODE} {TEXTE} {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PRICE DROP LISTING {CODE} {TEXTE} {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DEMPROPOS" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "DEMANDE {REF} : TRAJET {CODE} PROPOSE, DEPART "
               "{TEXTE}, {MONTANT} EUR/PLACE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "REQUEST {REF}: TRIP {CODE} OFFERED, LEAVING "
               "{TEXTE}, {MONTANT} EUR/SEAT"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DEMTRAJEXP" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DEMANDE DE TRAJET {REF} EXPIREE SANS RESERVATION"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TRIP REQUEST {REF} EXPIRED WITHOUT A BOOKING"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PROPDECL" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "PROPOSITION {REF} DECLINEE PAR LE VOYAGEUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "OFFER {REF} DECLINED BY THE PASSENGER" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PROPACCEPT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "PROPOSITION {REF} ACCEPTEE, RESERVATION {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "OFFER {REF} ACCEPTED, BOOKING {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PROPCLOSE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DEMANDE {CODE} CLOSE, PROPOSITION {REF} SANS SUITE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "REQUEST {CODE} CLOSED, OFFER {REF} NOT TAKEN UP"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "INCIDCLOS" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "INCIDENT {REF} CLOS : {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "INCIDENT {REF} CLOSED: {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "OBJREMIS" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "OBJET {REF} REMIS EN MAIN PROPRE" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "ITEM {REF} HANDED OVER IN PERSON" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "OBJEXPEDIE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "OBJET {REF} EXPEDIE PAR LA POSTE - FRAIS {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "ITEM {REF} SENT BY POST - FEE {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "OBJFERME" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "OBJET {REF} FERME SANS RECLAMATION" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "ITEM {REF} CLOSED, NOT CLAIMED" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "OBJPERDU" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "OBJET PERDU SIGNALE SUR LA RESERVATION {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LOST ITEM REPORTED ON BOOKING {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "OBJTROUVE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "OBJET TROUVE SIGNALE SUR LA RESERVATION {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "FOUND ITEM REPORTED ON BOOKING {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD.

       *> modeles standard : reservations, series, colis, trajet
       CHARGER_MODELES_RESERVATION.
           MOVE "RESADEM" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "DEMANDE DE RESERVATION {CODE} ENREGISTREE, EN "
               "ATTENTE DU CONDUCTEUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING REQUEST {CODE} RECORDED, AWAITING THE DRIVER"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAAGENCE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} PRISE PAR L'AGENCE EN VOTRE NOM"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} MADE BY THE AGENCY ON YOUR BEHALF"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAMODIF" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} MODIFIEE : {REF} PLACE(S)"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} CHANGED: {REF} SEAT(S)" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAREPORT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} REPORTEE SUR VOTRE ANNONCE {REF}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} MOVED TO YOUR LISTING {REF}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAANNSMS" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} ANNULEE PAR LE VOYAGEUR (SMS)"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} CANCELLED BY THE PASSENGER (SMS)"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAEXPV" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} EXPIREE SANS REPONSE DU CONDUCTEUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE} EXPIRED WITHOUT A REPLY FROM THE DRIVER"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RESAEXPC" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DEMANDE {CODE} EXPIREE, PLACES REMISES EN VENTE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "REQUEST {CODE} EXPIRED, SEATS BACK ON SALE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "MESSAGE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "NOUVEAU MESSAGE SUR LA RESERVATION {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "NEW MESSAGE ABOUT BOOKING {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "POINTSREND" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RESERVATION {CODE} : {REF} POINT(S) DE FIDELITE RENDUS"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOOKING {CODE}: {REF} LOYALTY POINT(S) RETURNED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ATTPURGE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "ANNONCE {CODE} SUPPRIMEE, LISTE D'ATTENTE ANNULEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "LISTING {CODE} REMOVED, WAITING LIST CANCELLED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ATTPROMO" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "LISTE D'ATTENTE : RESERVATION {CODE} CREEE POUR VOUS"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "WAITING LIST: BOOKING {CODE} CREATED FOR YOU"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "SERIERESA" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "RESERVATION DE SERIE {REF} : {TEXTE} TRAJET(S) EN "
               "ATTENTE DU CONDUCTEUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "SERIES BOOKING {REF}: {TEXTE} TRIP(S) AWAITING "
               "THE DRIVER"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "SERIEDEM" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "SERIE {REF} : {TEXTE} DEMANDE(S) DE RESERVATION A "
               "TRAITER"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "SERIES {REF}: {TEXTE} BOOKING REQUEST(S) TO HANDLE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "SERIEANNUL" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "SERIE {REF} : {TEXTE} RESERVATION(S) ANNULEE(S) "
               "PAR UN VOYAGEUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "SERIES {REF}: {TEXTE} BOOKING(S) CANCELLED BY A "
               "PASSENGER"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "SERIESUSP" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "SERIE {REF} SUSPENDUE - JOURS ANNULES {TEXTE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "SERIES {REF} SUSPENDED - DAYS CANCELLED {TEXTE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RAPPEL" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RAPPEL : DEPART DEMAIN TRAJET {CODE} A {TEXTE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "REMINDER: TRIP {CODE} LEAVES TOMORROW AT {TEXTE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RAPPELRDV" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RDV {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "MEETING POINT {TEXTE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RAPPELCOND" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "DEMAIN TRAJET {CODE} A {TEXTE} : {REF} "
               "PASSAGER(S) CONFIRME(S)"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "TOMORROW TRIP {CODE} AT {TEXTE}: {REF} "
               "PASSENGER(S) CONFIRMED"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "EMBARQ" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VOTRE CODE D'EMBARQUEMENT TRAJET {REF} : {CODE} "
               "(A DONNER AU CONDUCTEUR)"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "YOUR BOARDING CODE FOR TRIP {REF}: {CODE} (GIVE "
               "IT TO THE DRIVER)"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "EMBARQNOT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "CODE D'EMBARQUEMENT {CODE} POUR LA RESERVATION {REF}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "BOARDING CODE {CODE} FOR BOOKING {REF}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PARTAGE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "{NOM} EN ROUTE {TEXTE} AVEC {REF} ({CODE}) "
               "ARRIVEE VERS {DATE}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "{NOM} ON THE WAY {TEXTE} WITH {REF} ({CODE}), "
               "ARRIVING AROUND {DATE}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "URGENCE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "ALERTE SECURITE SUR LE TRAJET DE {NOM} (RESA "
               "{CODE}) - TEL {TEL}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "SAFETY ALERT ON {NOM}'S TRIP (BOOKING {CODE}) - "
               "PHONE {TEL}"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "NOSHOW" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "ABSENCE CONSTATEE TRAJET {CODE} : FRAIS DE "
               "{MONTANT} EUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "NO-SHOW RECORDED ON TRIP {CODE}: {MONTANT} EUR FEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISDEST" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "COLIS {REF} TRAJET {TEXTE} - CODE DE RETRAIT {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PARCEL {REF} TRIP {TEXTE} - COLLECTION CODE {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISCOND" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "COLIS {REF} ({TEXTE}) RESERVE SUR LE TRAJET {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PARCEL {REF} ({TEXTE}) BOOKED ON TRIP {CODE}"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISANNUL" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "LE COLIS {REF} ANNONCE POUR LE TRAJET {CODE} EST "
               "ANNULE PAR L'EXPEDITEUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "PARCEL {REF} EXPECTED ON TRIP {CODE} WAS "
               "CANCELLED BY THE SENDER"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISANNCO" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "COLIS {REF} ANNULE SUR LE TRAJET {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PARCEL {REF} CANCELLED ON TRIP {CODE}" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISANNEX" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "TRAJET {CODE} ANNULE : COLIS {REF} NON TRANSPORTE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "TRIP {CODE} CANCELLED: PARCEL {REF} WILL NOT BE "
               "CARRIED"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISANNDE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "LE COLIS {REF} QUI DEVAIT VOUS ETRE REMIS PAR LE "
               "TRAJET {CODE} EST ANNULE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PARCEL {REF} DUE ON TRIP {CODE} IS CANCELLED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "COLISNONRE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "COLIS {REF} NON REMIS, RIEN NE VOUS SERA DEBITE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PARCEL {REF} NOT DELIVERED, NOTHING WILL BE CHARGED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "ENQUETE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VOTRE AVIS SUR LA RESERVATION {CODE} : REPONDEZ "
               "PAR UNE NOTE DE 0 A 10"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "YOUR FEEDBACK ON BOOKING {CODE}: REPLY WITH A "
               "SCORE FROM 0 TO 10"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD.

       *> modeles standard : reglements, recharges, versements, litiges
       CHARGER_MODELES_PAIEMENT.
           MOVE "REGLEMENT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "REGLEMENT TRAJET {CODE} : DEBIT DE {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PAYMENT FOR TRIP {CODE}: {MONTANT} EUR DEBITED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PRISECHARG" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "TRAJET {CODE} PRIS EN CHARGE PAR VOTRE EMPLOYEUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TRIP {CODE} PAID FOR BY YOUR EMPLOYER" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "FACTENT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "FACTURE COVOITURAGE {REF} PERIODE {DATE} : "
               "{TEXTE} TRAJET(S), {MONTANT} EUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "CARPOOL INVOICE {REF} PERIOD {DATE}: {TEXTE} "
               "TRIP(S), {MONTANT} EUR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PARRAINAGE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "BONUS PARRAINAGE : {MONTANT} EUR CREDITES" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "REFERRAL BONUS: {MONTANT} EUR CREDITED" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RECHGUICH" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECHARGE ESPECES AU GUICHET : {MONTANT} EUR CREDITES"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "CASH TOP-UP AT THE DESK: {MONTANT} EUR CREDITED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RECHREFUS" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "RECHARGE {REF} DE {MONTANT} EUR REFUSEE PAR VOTRE "
               "BANQUE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TOP-UP {REF} OF {MONTANT} EUR DECLINED BY YOUR BANK"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RECHCONF" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECHARGE {REF} DE {MONTANT} EUR CONFIRMEE ET CREDITEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TOP-UP {REF} OF {MONTANT} EUR CONFIRMED AND CREDITED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "RECHEXPIR" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "RECHARGE {REF} DE {MONTANT} EUR ANNULEE, SANS "
               "REPONSE BANQUE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "TOP-UP {REF} OF {MONTANT} EUR CANCELLED, NO BANK REPLY"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PRELDEMAND" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECHARGE AUTOMATIQUE {REF} DE {MONTANT} EUR DEMANDEE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "AUTOMATIC TOP-UP {REF} OF {MONTANT} EUR REQUESTED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PRELEXEC" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECHARGE AUTOMATIQUE {REF} : {MONTANT} EUR CREDITES"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "AUTOMATIC TOP-UP {REF}: {MONTANT} EUR CREDITED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PRELSUSP" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "RECHARGE AUTO {REF} REJETEE : MANDAT SUSPENDU, "
               "VOIR PROFIL"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "AUTO TOP-UP {REF} REJECTED: MANDATE SUSPENDED, "
               "SEE PROFILE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "PRELREJET" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "RECHARGE AUTO {REF} REJETEE PAR LA BANQUE ({TEXTE})"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "AUTO TOP-UP {REF} REJECTED BY THE BANK ({TEXTE})"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "REMBVOY" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "REMBOURSEMENT TRAJET {CODE} : {MONTANT} EUR "
               "RE-CREDITES"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "REFUND FOR TRIP {CODE}: {MONTANT} EUR CREDITED BACK"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "REMBCOND" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "REMBOURSEMENT TRAJET {CODE} : REPRISE DE {MONTANT} EUR"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "REFUND FOR TRIP {CODE}: {MONTANT} EUR TAKEN BACK"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "GESTE" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "INCIDENT {REF} : GESTE DE {MONTANT} EUR CREDITE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "INCIDENT {REF}: GOODWILL {MONTANT} EUR CREDITED"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "GESTEREPR" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "INCIDENT {REF} : {MONTANT} EUR REPRIS SUR VOTRE SOLDE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "INCIDENT {REF}: {MONTANT} EUR TAKEN FROM YOUR BALANCE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VERSREFUS" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "DEMANDE DE VERSEMENT {REF} REFUSEE" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PAYOUT REQUEST {REF} DECLINED" TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VERSIBAN" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VERSEMENT {REF} EN ATTENTE : CONFIRMEZ VOS "
               "COORDONNEES BANCAIRES"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PAYOUT {REF} ON HOLD: PLEASE CONFIRM YOUR BANK DETAILS"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VERSOK" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "VERSEMENT {REF} APPROUVE : {MONTANT} EUR EN VIREMENT"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "PAYOUT {REF} APPROVED: {MONTANT} EUR BY TRANSFER"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "VIRRETOUR" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "VIREMENT {REF} RETOURNE ({TEXTE}) RECREDITE, IBAN "
               "A REVOIR"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "TRANSFER {REF} RETURNED ({TEXTE}), CREDITED BACK, "
               "CHECK IBAN"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "DETTEIMPUT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "{MONTANT} EUR IMPUTES SUR VOTRE DETTE LITIGE CARTE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "{MONTANT} EUR APPLIED TO YOUR CARD DISPUTE DEBT"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "LITIGECONT" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "RECHARGE {REF} CONTESTEE : {MONTANT} EUR REPRIS, "
               "COMPTE EN ATTENTE"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE SPACE TO fmo_texte
           STRING "TOP-UP {REF} DISPUTED: {MONTANT} EUR TAKEN BACK, "
               "ACCOUNT ON HOLD"
               DELIMITED BY SIZE INTO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "LITIGEPERD" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "LITIGE CARTE {TEXTE} CLOS : ANNULATION MAINTENUE"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "CARD DISPUTE {TEXTE} CLOSED: CANCELLATION UPHELD"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD

           MOVE "LITIGEGAGN" TO fmo_type
           MOVE "FR" TO fmo_langue
           MOVE "LITIGE CARTE {TEXTE} GAGNE : {MONTANT} EUR RECREDITES"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD
           MOVE "EN" TO fmo_langue
           MOVE "CARD DISPUTE {TEXTE} WON: {MONTANT} EUR CREDITED BACK"
               TO fmo_texte
           PERFORM ECRIRE_MODELE_STANDARD.

       ECRIRE_MODELE_STANDARD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE fmo_date = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE wu_telephone TO fmo_auteur
           WRITE tamp_fmodele
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO w_mdl_nb
           END-WRITE.
