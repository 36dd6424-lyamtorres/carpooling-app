           IF cr_fcheckpoint=35 THEN
              OPEN OUTPUT fcheckpoint
           END-IF
           CLOSE fcheckpoint

           OPEN I-O fentreprise
           IF cr_fentreprise=35 THEN
              OPEN OUTPUT fentreprise
           END-IF
           CLOSE fentreprise

           OPEN I-O fsalarie
           IF cr_fsalarie=35 THEN
              OPEN OUTPUT fsalarie
           END-IF
           CLOSE fsalarie

           OPEN I-O froutent
           IF cr_froutent=35 THEN
              OPEN OUTPUT froutent
           END-IF
           CLOSE froutent

           OPEN I-O fprisecharge
           IF cr_fprisecharge=35 THEN
              OPEN OUTPUT fprisecharge
           END-IF
           CLOSE fprisecharge

           OPEN I-O fentfact
           IF cr_fentfact=35 THEN
              OPEN OUTPUT fentfact
           END-IF
           CLOSE fentfact

           OPEN I-O fbon
           IF cr_fbon=35 THEN
              OPEN OUTPUT fbon
           END-IF
           CLOSE fbon

           OPEN I-O fcapcolis
           IF cr_fcapcolis=35 THEN
              OPEN OUTPUT fcapcolis
           END-IF
           CLOSE fcapcolis

           OPEN I-O fcolis
           IF cr_fcolis=35 THEN
              OPEN OUTPUT fcolis
           END-IF
           CLOSE fcolis

           OPEN I-O fdemtrajet
           IF cr_fdemtrajet=35 THEN
              OPEN OUTPUT fdemtrajet
           END-IF
           CLOSE fdemtrajet

           OPEN I-O fproposition
           IF cr_fproposition=35 THEN
              OPEN OUTPUT fproposition
           END-IF
           CLOSE fproposition

           OPEN I-O fabonnement
           IF cr_fabonnement=35 THEN
              OPEN OUTPUT fabonnement
           END-IF
           CLOSE fabonnement

           OPEN I-O fabojour
           IF cr_fabojour=35 THEN
              OPEN OUTPUT fabojour
           END-IF
           CLOSE fabojour

           OPEN I-O fevenement
           IF cr_fevenement=35 THEN
              OPEN OUTPUT fevenement
           END-IF
           CLOSE fevenement

           OPEN I-O fevannonce
           IF cr_fevannonce=35 THEN
              OPEN OUTPUT fevannonce
           END-IF
           CLOSE fevannonce

           OPEN I-O ftuteur
           IF cr_ftuteur=35 THEN
              OPEN OUTPUT ftuteur
           END-IF
           CLOSE ftuteur

           OPEN I-O fcontact
           IF cr_fcontact=35 THEN
              OPEN OUTPUT fcontact
           END-IF
           CLOSE fcontact

           OPEN I-O fobjet
           IF cr_fobjet=35 THEN
              OPEN OUTPUT fobjet
           END-IF
           CLOSE fobjet

           OPEN I-O fponctualite
           IF cr_fponctualite=35 THEN
              OPEN OUTPUT fponctualite
           END-IF
           CLOSE fponctualite

           OPEN I-O fpalier
           IF cr_fpalier=35 THEN
              OPEN OUTPUT fpalier
           END-IF
           CLOSE fpalier

           OPEN I-O fpalierhist
           IF cr_fpalierhist=35 THEN
              OPEN OUTPUT fpalierhist
           END-IF
           CLOSE fpalierhist

           OPEN I-O ffavori
           IF cr_ffavori=35 THEN
              OPEN OUTPUT ffavori
           END-IF
           CLOSE ffavori

           OPEN I-O fprimeur
           IF cr_fprimeur=35 THEN
              OPEN OUTPUT fprimeur
           END-IF
           CLOSE fprimeur

           OPEN I-O fresagence
           IF cr_fresagence=35 THEN
              OPEN OUTPUT fresagence
           END-IF
           CLOSE fresagence

           OPEN I-O fagence
           IF cr_fagence=35 THEN
              OPEN OUTPUT fagence
           END-IF
           CLOSE fagence

           OPEN I-O fagenceutil
           IF cr_fagenceutil=35 THEN
              OPEN OUTPUT fagenceutil
           END-IF
           CLOSE fagenceutil

           OPEN I-O frechargeatt
           IF cr_frechargeatt=35 THEN
              OPEN OUTPUT frechargeatt
           END-IF
           CLOSE frechargeatt

           OPEN I-O flitige
           IF cr_flitige=35 THEN
              OPEN OUTPUT flitige
           END-IF
           CLOSE flitige

           OPEN I-O fdette
           IF cr_fdette=35 THEN
              OPEN OUTPUT fdette
           END-IF
           CLOSE fdette

           OPEN I-O fretourvir
           IF cr_fretourvir=35 THEN
              OPEN OUTPUT fretourvir
           END-IF
           CLOSE fretourvir

           OPEN I-O faccusereg
           IF cr_faccusereg=35 THEN
              OPEN OUTPUT faccusereg
           END-IF
           CLOSE faccusereg

           OPEN I-O fnumechec
           IF cr_fnumechec=35 THEN
              OPEN OUTPUT fnumechec
           END-IF
           CLOSE fnumechec

           OPEN I-O fconsent
           IF cr_fconsent=35 THEN
              OPEN OUTPUT fconsent
           END-IF
           CLOSE fconsent

           OPEN I-O fmodele
           IF cr_fmodele=35 THEN
              OPEN OUTPUT fmodele
           END-IF
           CLOSE fmodele

           OPEN I-O flangue
           IF cr_flangue=35 THEN
              OPEN OUTPUT flangue
           END-IF
           CLOSE flangue

           OPEN I-O fassreg
           IF cr_fassreg=35 THEN
              OPEN OUTPUT fassreg
           END-IF
           CLOSE fassreg

           OPEN I-O fodetat
           IF cr_fodetat=35 THEN
              OPEN OUTPUT fodetat
           END-IF
           CLOSE fodetat

           OPEN I-O fregveh
           IF cr_fregveh=35 THEN
              OPEN OUTPUT fregveh
           END-IF
           CLOSE fregveh

           OPEN I-O fvehbloc
           IF cr_fvehbloc=35 THEN
              OPEN OUTPUT fvehbloc
           END-IF
           CLOSE fvehbloc

           OPEN I-O fetctl
           IF cr_fetctl=35 THEN
              OPEN OUTPUT fetctl
           END-IF
           CLOSE fetctl

           OPEN I-O fbatchctl
           IF cr_fbatchctl=35 THEN
              OPEN OUTPUT fbatchctl
           END-IF
           CLOSE fbatchctl

           OPEN I-O fctltot
           IF cr_fctltot=35 THEN
              OPEN OUTPUT fctltot
           END-IF
           CLOSE fctltot

           OPEN I-O fsavcat
           IF cr_fsavcat=35 THEN
              OPEN OUTPUT fsavcat
           END-IF
           CLOSE fsavcat

           OPEN I-O fapprob
           IF cr_fapprob=35 THEN
              OPEN OUTPUT fapprob
           END-IF
           CLOSE fapprob

           OPEN I-O fdormance
           IF cr_fdormance=35 THEN
              OPEN OUTPUT fdormance
           END-IF
           CLOSE fdormance

           OPEN I-O fcloturecpt
           IF cr_fcloturecpt=35 THEN
              OPEN OUTPUT fcloturecpt
           END-IF
           CLOSE fcloturecpt

           OPEN I-O fmandat
           IF cr_fmandat=35 THEN
              OPEN OUTPUT fmandat
           END-IF
           CLOSE fmandat

           OPEN I-O fprelev
           IF cr_fprelev=35 THEN
              OPEN OUTPUT fprelev
           END-IF
           CLOSE fprelev

           OPEN I-O fsatisfaction
           IF cr_fsatisfaction=35 THEN
              OPEN OUTPUT fsatisfaction
           END-IF
           CLOSE fsatisfaction

           OPEN I-O fcapacite
           IF cr_fcapacite=35 THEN
              OPEN OUTPUT fcapacite
           END-IF
           CLOSE fcapacite

           OPEN I-O fbaisse
           IF cr_fbaisse=35 THEN
              OPEN OUTPUT fbaisse
           END-IF
           CLOSE fbaisse.

       *> conversion unique des fichiers d'une installation
       *> anterieure : les enregistrements coeur se sont allonges
       *> depart (annonce existante approuvee, une place par
       *> reservation, rien de bloque)
       CONVERTIR_ANCIENS_FICHIERS.
           *> trois generations de utilisateur.dat : celle d'avant la
           *> date d'inscription (ouverte sans erreur par futilnai),
           *> celle d'avant la date de naissance (futilmid) et
           *> l'ancienne disposition courte (futilold)
           OPEN INPUT futilisateur
           IF cr_futilisateur = 39 THEN
               OPEN INPUT futilnai
               IF cr_futilnai = 00 THEN
                   CLOSE futilnai
                   PERFORM CONVERTIR_INSCRIPTION_UTILISATEURS
               ELSE
               OPEN INPUT futilmid
               IF cr_futilmid = 00 THEN
                   CLOSE futilmid
                   PERFORM CONVERTIR_NAISSANCE_UTILISATEURS
               ELSE
                   PERFORM CONVERTIR_UTILISATEURS
               END-IF
               END-IF
           ELSE
               IF cr_futilisateur = 00 THEN
                   CLOSE futilisateur
                   MOVE 0 TO fu_nb_noshow
                   MOVE 0 TO fu_solde_bloque
                   MOVE "N" TO fu_confiance
                   MOVE 0 TO fu_date_naissance
                   MOVE 0 TO fu_date_inscription
                   WRITE tamp_futilisateur
                   INVALID KEY
                       CONTINUE
           DISPLAY "utilisateur.dat converti : " w_mig_lus
               " lu(s), " w_mig_ecrits " recharge(s).".

       *> conversion unique d'un utilisateur.dat d'avant la date de
       *> naissance : dechargement via futilmid, recreation sous le
       *> SELECT courant, date de naissance a zero (elle sera
       *> demandee a la prochaine connexion du titulaire)
       CONVERTIR_NAISSANCE_UTILISATEURS.
           DISPLAY "Reprise de utilisateur.dat avec la date de"
               " naissance..."
           MOVE 0 TO w_mig_lus
           MOVE 0 TO w_mig_ecrits

           OPEN OUTPUT fsauvetage
           OPEN INPUT futilmid
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilmid NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE SPACE TO tamp_fsauvetage
                   MOVE tamp_futilmid TO tamp_fsauvetage
                   WRITE tamp_fsauvetage
                   ADD 1 TO w_mig_lus
           END-PERFORM
           CLOSE futilmid
           CLOSE fsauvetage

           OPEN OUTPUT futilisateur
           OPEN INPUT fsauvetage
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsauvetage
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE tamp_fsauvetage TO tamp_futilmid
                   MOVE tamp_futilmid TO tamp_futilisateur
                   MOVE 0 TO fu_date_naissance
                   MOVE 0 TO fu_date_inscription
                   WRITE tamp_futilisateur
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w_mig_ecrits
                   END-WRITE
           END-PERFORM
           CLOSE fsauvetage
           CLOSE futilisateur

           DISPLAY "utilisateur.dat repris : " w_mig_lus
               " lu(s), " w_mig_ecrits " recharge(s).".

       *> conversion unique d'un utilisateur.dat d'avant la date
       *> d'inscription : dechargement via futilnai, recreation sous
       *> le SELECT courant, date d'inscription a zero (reprise du
       *> ledger ou de la session par DATER_INSCRIPTIONS)
       CONVERTIR_INSCRIPTION_UTILISATEURS.
           DISPLAY "Reprise de utilisateur.dat avec la date"
               " d'inscription..."
           MOVE 0 TO w_mig_lus
           MOVE 0 TO w_mig_ecrits

           OPEN OUTPUT fsauvetage
           OPEN INPUT futilnai
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ futilnai NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE SPACE TO tamp_fsauvetage
                   MOVE tamp_futilnai TO tamp_fsauvetage
                   WRITE tamp_fsauvetage
                   ADD 1 TO w_mig_lus
           END-PERFORM
           CLOSE futilnai
           CLOSE fsauvetage

           OPEN OUTPUT futilisateur
           OPEN INPUT fsauvetage
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fsauvetage
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE tamp_fsauvetage TO tamp_futilnai
                   MOVE tamp_futilnai TO tamp_futilisateur
                   MOVE 0 TO fu_date_inscription
                   WRITE tamp_futilisateur
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w_mig_ecrits
                   END-WRITE
           END-PERFORM
           CLOSE fsauvetage
           CLOSE futilisateur

           DISPLAY "utilisateur.dat repris : " w_mig_lus
               " lu(s), " w_mig_ecrits " recharge(s).".

       CONVERTIR_RESERVATIONS.
           DISPLAY "Conversion de reservation.dat vers la nouvelle"
               " disposition..."
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_tr_jour_max

           MOVE "BON-VALIDITE-JOURS" TO w_par_cle
           MOVE 365 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_bon_validite

           MOVE "COLIS-PRIX-PETIT" TO w_par_cle
           MOVE 5 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_col_prix_p

           MOVE "COLIS-PRIX-MOYEN" TO w_par_cle
           MOVE 10 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_col_prix_m

           MOVE "COLIS-PRIX-GRAND" TO w_par_cle
           MOVE 15 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_col_prix_g

           MOVE "AGE-CONDUITE" TO w_par_cle
           MOVE 18 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_age_conduite

           MOVE "AGE-MAJORITE" TO w_par_cle
           MOVE 18 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_age_majorite

           MOVE "OBJET-DELAI" TO w_par_cle
           MOVE 30 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_obj_delai

           MOVE "TOLERANCE-RETARD" TO w_par_cle
           MOVE 5 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pon_tolerance

           *> taux de commission par palier conducteur ; le bronze
           *> reprend par defaut l'ancien taux unique COMMISSION-PCT
           MOVE "COMMISSION-BRONZE" TO w_par_cle
           MOVE w_commission_defaut TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pct_bronze

           MOVE "COMMISSION-ARGENT" TO w_par_cle
           MOVE 8 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pct_argent

           MOVE "COMMISSION-OR" TO w_par_cle
           MOVE 6 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pct_or

           *> seuils des paliers sur les douze derniers mois : trajets
           *> minimum, note moyenne minimum en dixiemes, annulations
           *> tardives et incidents retenus maximum
           MOVE "ARGENT-TRAJETS" TO w_par_cle
           MOVE 12 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_arg_trajets

           MOVE "OR-TRAJETS" TO w_par_cle
           MOVE 40 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_or_trajets

           MOVE "ARGENT-NOTE" TO w_par_cle
           MOVE 35 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_arg_note

           MOVE "OR-NOTE" TO w_par_cle
           MOVE 45 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_or_note

           MOVE "ARGENT-ANNULATIONS" TO w_par_cle
           MOVE 3 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_arg_annul

           MOVE "OR-ANNULATIONS" TO w_par_cle
           MOVE 1 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_or_annul

           MOVE "ARGENT-INCIDENTS" TO w_par_cle
           MOVE 1 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_arg_incid

           MOVE "OR-INCIDENTS" TO w_par_cle
           MOVE 0 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_pal_or_incid

           *> heures d'avance des favoris sur la liste generale
           *> (0 : aucune avance)
           MOVE "FAVORI-AVANCE" TO w_par_cle
           MOVE 2 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_fav_avance

           MOVE "RECHARGE-DELAI" TO w_par_cle
           MOVE 3 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_acq_delai

           MOVE "SMS-ECHECS" TO w_par_cle
           MOVE 3 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_acs_seuil

           MOVE "OPENDATA-JOUR" TO w_par_cle
           MOVE 0 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_od_jour_complet

           MOVE "REPRISE-INTERVALLE" TO w_par_cle
           MOVE 50 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_ckp_intervalle

           MOVE "FORMATION-DECALAGE" TO w_par_cle
           MOVE 28 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_frm_decalage

           *> le jeu de formation porte lui-meme FORMATION a 1 :
           *> quel que soit le lancement, ses donnees ne sortent pas
           MOVE "FORMATION" TO w_par_cle
           MOVE 0 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           IF w_par_valeur = 1 THEN
               MOVE 1 TO w_mode_formation
           END-IF

           *> double validation : montant en EUR a partir duquel un
           *> remboursement, un geste ou le solde d'une fusion passe
           *> par une demande (0 = toujours) ; VALIDATION-PARAM a 1
           *> soumet tout changement de parametre
           MOVE "VALIDATION-REMB" TO w_par_cle
           MOVE 50 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_ap_seuil_remb

           MOVE "VALIDATION-GESTE" TO w_par_cle
           MOVE 10 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_ap_seuil_geste

           MOVE "VALIDATION-FUSION" TO w_par_cle
           MOVE 0 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_ap_seuil_fusion

           MOVE "VALIDATION-PARAM" TO w_par_cle
           MOVE 1 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_ap_param

           MOVE "VALIDATION-DELAI-H" TO w_par_cle
           MOVE 48 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_ap_delai

           *> prevision de demande : demande d'un jour de forte
           *> demande et d'un jour ferie, en % d'un jour ordinaire
           MOVE "PREVISION-FORTE-PCT" TO w_par_cle
           MOVE 150 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_prv_forte_pct

           MOVE "PREVISION-FERIE-PCT" TO w_par_cle
           MOVE 100 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_prv_ferie_pct

           *> comptes dormants : annees sans activite avant le premier
           *> avis, jours entre avis puis jusqu'au transfert du solde
           MOVE "DORMANCE-ANNEES" TO w_par_cle
           MOVE 3 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_dor_annees

           MOVE "DORMANCE-DELAI-J" TO w_par_cle
           MOVE 60 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_dor_delai

           *> fermeture de compte : frais d'un virement en centimes et
           *> sort d'un solde plus petit (1 don, 2 abandon, 3 verse)
           MOVE "CLOTURE-FRAIS-CT" TO w_par_cle
           MOVE 50 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_cpt_frais_ct

           MOVE "CLOTURE-PETIT-SOLDE" TO w_par_cle
           MOVE 3 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_cpt_regle

           *> rejets de prelevement successifs avant suspension d'un
           *> mandat de recharge automatique
           MOVE "MANDAT-ECHECS-MAX" TO w_par_cle
           MOVE 2 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_mdt_echecs_max

           *> enquete de satisfaction : part tiree des parties d'un
           *> trajet regle (%) et jours laisses pour repondre
           MOVE "SATISFACTION-PCT" TO w_par_cle
           MOVE 10 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_sat_pct

           MOVE "SATISFACTION-DELAI-J" TO w_par_cle
           MOVE 7 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_sat_delai

           MOVE "CAPACITE-LIMITE" TO w_par_cle
           MOVE 5000000 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_cap_limite_def

           MOVE "CAPACITE-ALERTE-J" TO w_par_cle
           MOVE 183 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_cap_horizon

           MOVE "BAISSE-PCT" TO w_par_cle
           MOVE 15 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_bp_pct_def

           MOVE "BAISSE-DELAI-H" TO w_par_cle
           MOVE 24 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_bp_delai_def

           MOVE "BAISSE-PCT-MAX" TO w_par_cle
           MOVE 50 TO w_par_defaut
           PERFORM LIRE_OU_CREER_PARAMETRE
           MOVE w_par_valeur TO w_bp_pct_max

           CLOSE fparam.

       *> lit le parametre w_par_cle dans fparam (ouvert par
               PERFORM JOURNALISER_SANTE
           END-IF

           *> projections du dernier releve de capacite qui tombent
           *> dans l'horizon d'alerte
           PERFORM LIRE_ALERTES_CAPACITE
           IF w_cap_alertes > 0 THEN
               MOVE 1 TO w_cap_i
               PERFORM WITH TEST BEFORE UNTIL w_cap_i > 5
                   OR w_cap_i > w_cap_alertes
                   MOVE SPACE TO tamp_fhealthlog
                   STRING "ALERTE " w_cap_ligne(w_cap_i)
                       DELIMITED BY SIZE INTO tamp_fhealthlog
                   WRITE tamp_fhealthlog
                   ADD 1 TO w_cap_i
               END-PERFORM
               MOVE SPACE TO tamp_fhealthlog
               STRING "ALERTE CAPACITE : " w_cap_alertes
                   " PROJECTION(S) DANS L'HORIZON, SEMAINE "
                   w_cap_semaine DELIMITED BY SIZE INTO tamp_fhealthlog
               WRITE tamp_fhealthlog
           END-IF

           CLOSE fhealthlog.

       *> ecrit une ligne d'anomalie dans le rapport de sante pour
