       AFFICHER_OPTIONS_ANNONCES.
           PERFORM WITH TEST AFTER UNTIL w_opt >= 0 AND w_opt <= 10
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "|| GESTION DES ANNONCES ||"
               DISPLAY " "
               DISPLAY "Veuillez saisir l'option souhaite."
               DISPLAY "7 - Suspendre / reprendre une serie"
               DISPLAY "8 - Messagerie trajet"
               DISPLAY "9 - Mon tableau de bord"
               DISPLAY "10 - Demandes de trajet des voyageurs"
               DISPLAY "0 - Sortir"
               ACCEPT w_opt
           END-PERFORM
           WHEN 9
               PERFORM TABLEAU_BORD_CONDUCTEUR
               PERFORM AFFICHER_OPTIONS_ANNONCES
           WHEN 10
               PERFORM REPONDRE_DEMANDES_TRAJET
               PERFORM AFFICHER_OPTIONS_ANNONCES
           WHEN 0
               DISPLAY "A bientot !"
               PERFORM AFFICHE_MENU
           DISPLAY "========================================="
           ACCEPT w_test.

       *> demandes de trajet ouvertes des voyageurs : le conducteur
       *> en choisit une et lui propose l'une de ses annonces
       REPONDRE_DEMANDES_TRAJET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE w_dt_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           DISPLAY "===== DEMANDES DE TRAJET OUVERTES ====="
           MOVE 0 TO w_dt_nb
           OPEN INPUT fdemtrajet
           MOVE 1 TO w_fin
           PERFORM WITH TEST AFTER UNTIL w_fin = 0
               READ fdemtrajet NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   IF fdt_statut = "O" AND fdt_date >= w_dt_jour
                      AND fdt_voyageur NOT = wu_telephone THEN
                       MOVE wu_telephone TO w_blk_a
                       MOVE fdt_voyageur TO w_blk_b
                       PERFORM VERIFIER_BLOCAGE_PAIRE
                       IF w_blk_bloque = 0 THEN
                           ADD 1 TO w_dt_nb
                           PERFORM AFFICHER_DEMANDE_TRAJET
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fdemtrajet

           IF w_dt_nb = 0 THEN
               DISPLAY "Aucune demande ouverte."
               ACCEPT w_test
           ELSE
               DISPLAY "Numero de la demande a laquelle repondre"
                   " (0 = aucune)."
               ACCEPT w_dt_num
               IF w_dt_num > 0 THEN
                   PERFORM PROPOSER_ANNONCE_DEMANDE
               END-IF
           END-IF.

       *> proposition d'une annonce du conducteur connecte pour la
       *> demande w_dt_num : l'annonce doit etre validee, partir le
       *> jour demande dans la plage horaire, desservir le segment
       *> demande, offrir assez de places et tenir dans le prix
       *> maximal par place
       PROPOSER_ANNONCE_DEMANDE.
           MOVE 0 TO w_dt_ok
           OPEN INPUT fdemtrajet
           MOVE w_dt_num TO fdt_num
           READ fdemtrajet
           NOT INVALID KEY
               IF fdt_statut = "O" AND fdt_date >= w_dt_jour AND
                  fdt_voyageur NOT = wu_telephone THEN
                   MOVE fdt_voyageur TO w_dt_voyageur
                   MOVE fdt_depart TO w_dt_depart
                   MOVE fdt_arrivee TO w_dt_arrivee
                   MOVE fdt_date TO w_dt_date
                   MOVE fdt_heure_min TO w_dt_heure_min
                   MOVE fdt_heure_max TO w_dt_heure_max
                   MOVE fdt_places TO w_dt_places
                   MOVE fdt_prix_max TO w_dt_prix_max
                   MOVE 1 TO w_dt_ok
               END-IF
           END-READ
           CLOSE fdemtrajet

           IF w_dt_ok = 0 THEN
               DISPLAY "Cette demande n'est plus ouverte."
               ACCEPT w_test
           ELSE
               DISPLAY "Code de l'annonce proposee."
               ACCEPT w_dt_annonce
               PERFORM CONTROLER_ANNONCE_PROPOSEE
               IF w_dt_ok = 1 THEN
                   PERFORM ENREGISTRER_PROPOSITION
               END-IF
               ACCEPT w_test
           END-IF.

       *> controle de l'annonce w_dt_annonce contre la demande
       *> chargee dans w_dt_* ; w_dt_ok = 1 si elle convient, le
       *> prix par place du segment demande revient dans w_pseg_prix
       CONTROLER_ANNONCE_PROPOSEE.
           MOVE 0 TO w_dt_ok
           MOVE w_dt_depart TO wnomvilleD
           MOVE w_dt_arrivee TO wnomvilleA
           OPEN INPUT fannonce
           OPEN INPUT fstop
           MOVE w_dt_annonce TO fa_code
           READ fannonce
           INVALID KEY
               DISPLAY "Cette annonce n'existe pas."
           NOT INVALID KEY
               COMPUTE w_date_num = fa_annee * 10000
                   + fa_mois * 100 + fa_jour
               IF fa_conducteur NOT = wu_telephone OR
                  fa_statut_annonce NOT = 1 THEN
                   DISPLAY "Seule une de vos annonces validees peut"
                       " etre proposee."
               ELSE
                   IF w_date_num NOT = w_dt_date OR
                      fa_heure * 100 + fa_minute < w_dt_heure_min OR
                      fa_heure * 100 + fa_minute > w_dt_heure_max THEN
                       DISPLAY "L'annonce ne part pas le jour ou"
                           " dans la plage horaire demandes."
                   ELSE
                       IF fa_place_dispo < w_dt_places THEN
                           DISPLAY "L'annonce n'a plus assez de places."
                       ELSE
                           PERFORM VERIFIER_SEGMENT_ANNONCE
                           IF w_seg_ok = 0 THEN
                               DISPLAY "L'annonce ne dessert pas cet"
                                   " itineraire."
                           ELSE
                               MOVE fa_code TO w_pseg_code
                               MOVE fa_prix TO w_pseg_prix_plein
                               MOVE fa_lieu_depart TO w_pseg_rdep
                               MOVE fa_lieu_darrive TO w_pseg_rarr
                               MOVE wnomvilleD TO w_pseg_dep
                               MOVE wnomvilleA TO w_pseg_arr
                               PERFORM CALCULER_PRIX_SEGMENT
                               IF w_pseg_prix > w_dt_prix_max THEN
                                   DISPLAY "Le prix depasse le maximum"
                                       " accepte par le voyageur."
                               ELSE
                                   MOVE 1 TO w_dt_ok
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-READ
           CLOSE fstop
           CLOSE fannonce

           *> une meme annonce n'est proposee qu'une fois par demande
           IF w_dt_ok = 1 THEN
               OPEN INPUT fproposition
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
                               IF fpd_annonce = w_dt_annonce THEN
                                   MOVE 0 TO w_dt_ok
                                   MOVE 0 TO w_fin2
                                   DISPLAY "Annonce deja proposee"
                                       " pour cette demande."
                               END-IF
                           END-IF
                   END-PERFORM
               END-START
               CLOSE fproposition
           END-IF.

       *> ecrit la proposition et la transmet au voyageur
       ENREGISTRER_PROPOSITION.
           MOVE "1" TO w_type_code
           PERFORM GENERER_CODE
           IF w_code_code = 0 THEN
               DISPLAY "Proposition non enregistree."
           ELSE
               MOVE w_code_code TO fpd_num
               MOVE w_dt_num TO fpd_demande
               MOVE w_dt_annonce TO fpd_annonce
               MOVE wu_telephone TO fpd_conducteur
               MOVE w_pseg_prix TO fpd_prix
               MOVE "P" TO fpd_statut
               MOVE w_dt_jour TO fpd_date
               OPEN I-O fproposition
               WRITE tamp_fproposition
               INVALID KEY
                   DISPLAY "Proposition non enregistree."
                   MOVE 0 TO w_dt_ok
               END-WRITE
               CLOSE fproposition

               IF w_dt_ok = 1 THEN
                   MOVE fpd_prix TO w_aff_montant
                   MOVE w_dt_voyageur TO w_notif_telephone
                   MOVE "DEMANDE" TO w_ob_type
                   MOVE SPACE TO w_ob_texte
                   STRING "DEMANDE " w_dt_num " : TRAJET "
                       fa_code " PROPOSE, DEPART " fa_heure "H"
                       fa_minute ", " w_aff_montant " EUR/PLACE"
                       DELIMITED BY SIZE INTO w_ob_texte
                   MOVE "DEMPROPOS" TO w_mdl_type
                   MOVE w_dt_num TO w_mdl_ref
                   MOVE fa_code TO w_mdl_code
                   MOVE w_aff_montant TO w_mdl_montant
                   MOVE SPACE TO w_mdl_libre
                   STRING fa_heure "H" fa_minute DELIMITED BY SIZE
                       INTO w_mdl_libre
                   PERFORM DEPOSER_OUTBOX
                   DISPLAY "Proposition " fpd_num " transmise au"
                       " voyageur."
               END-IF
           END-IF.

       *> controle des droits de publication : un compte suspendu ou
       *> bloque (no-show repetes d'un voyageur, annulations tardives
       *> d'un conducteur) ne publie plus tant qu'un administrateur

           PERFORM SAISIR_CONFORT

           PERFORM SAISIR_CAPACITE_COLIS

           PERFORM SAISIR_EVENEMENT_ANNONCE

           DISPLAY "Veuillez saisir un lieu de rendez-vous."
           ACCEPT w_lieu_rdv
           DISPLAY " "
           PERFORM CHOISIR_VEHICULE
           MOVE w_immat_choisie TO w_immatriculation

           *> un vehicule bloque par le rapprochement avec le registre
           *> ne peut plus servir tant que l'equipe n'a pas leve le
           *> blocage
           MOVE w_immatriculation TO w_rg_immat
           PERFORM LIRE_BLOCAGE_VEHICULE
           IF w_rg_bloque = 1 THEN
               DISPLAY "*** VEHICULE BLOQUE : " w_rg_motif
               DISPLAY "*** Publication refusee tant que l'equipe n'a"
               DISPLAY "*** pas leve le blocage."
           ELSE
               PERFORM PUBLIER_ANNONCE_SUITE
           END-IF

           PERFORM AFFICHER_OPTIONS_ANNONCES.

       PUBLIER_ANNONCE_SUITE.
           PERFORM SUGGERER_TRAJET

           PERFORM SAISIR_VOYAGEUR

           PERFORM SAISIR_PRIX

           PERFORM SAISIR_BAISSE_ANNONCE

           MOVE wu_telephone TO w_conducteur
           *> la commission suit le palier du conducteur
           MOVE wu_telephone TO w_pal_conducteur
           PERFORM LIRE_COMMISSION_PALIER
           MOVE w_pal_pct TO w_commission_pct
           DISPLAY "Palier " w_pal_libelle " : commission de "
               w_commission_pct " %."
           MOVE w_place_max TO w_place_dispo
           MOVE 0 TO w_groupe_recurrence

                           DISPLAY " "
                           PERFORM ECRIRE_ARRETS_ANNONCE
                           PERFORM ECRIRE_CONFORT_ANNONCE
                           PERFORM ECRIRE_CAPACITE_COLIS
                           PERFORM ECRIRE_EVENEMENT_ANNONCE
                           PERFORM ECRIRE_BAISSE_ANNONCE
                           MOVE "E" TO w_jrn_op
                           PERFORM IMAGE_ANNONCE
                           *> une annonce nee approuvee (conducteur
                           *> sont prevenus des maintenant
                           IF fa_statut_annonce = 1 THEN
                               PERFORM NOTIFIER_ALERTES_ROUTE
                               PERFORM NOTIFIER_FAVORIS
                           END-IF
                       END-WRITE
                   CLOSE fannonce
               END-IF
           END-IF.

       *> saisie des arrets intermediaires (dans l'ordre du trajet,
       *> 8 au plus) conserves dans w_arrets_annonce ; ils sont ecrits
           END-READ
           CLOSE fconfort.

       *> capacite colis de l'annonce : nombre de colis acceptes en
       *> plus des passagers et plus grande taille acceptee
       SAISIR_CAPACITE_COLIS.
           MOVE SPACE TO w_col_accepte
           MOVE 0 TO w_col_max
           MOVE SPACE TO w_col_taille_max
           PERFORM WITH TEST AFTER UNTIL w_col_accepte = "O" OR
               w_col_accepte = "N"
               DISPLAY "Acceptez-vous de transporter des colis ? (O/N)"
               ACCEPT w_col_accepte
           END-PERFORM
           IF w_col_accepte = "O" THEN
               PERFORM WITH TEST AFTER UNTIL w_col_max > 0
                   DISPLAY "Nombre de colis acceptes (1 - 99)."
                   ACCEPT w_col_max
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL w_col_taille_max = "P"
                   OR w_col_taille_max = "M" OR w_col_taille_max = "G"
                   DISPLAY "Plus grande taille acceptee :"
                   DISPLAY "P (petit), M (moyen) ou G (grand)."
                   ACCEPT w_col_taille_max
               END-PERFORM
           END-IF.

       *> ecrit la capacite colis saisie pour l'annonce w_code
       ECRIRE_CAPACITE_COLIS.
           IF w_col_accepte = "O" THEN
               MOVE w_code TO fcc_annonce
               MOVE w_col_max TO fcc_max
               MOVE w_col_max TO fcc_dispo
               MOVE w_col_taille_max TO fcc_taille_max
               OPEN I-O fcapcolis
                   WRITE tamp_fcapcolis
                   INVALID KEY
                       REWRITE tamp_fcapcolis
               END-WRITE
               CLOSE fcapcolis
           END-IF.

       *> retire la capacite colis d'une annonce supprimee
       SUPPRIMER_CAPACITE_COLIS.
           OPEN I-O fcapcolis
           MOVE w_code TO fcc_annonce
           READ fcapcolis
           NOT INVALID KEY
               DELETE fcapcolis RECORD
           END-READ
           CLOSE fcapcolis.

       *> rattachement facultatif de l'annonce a un evenement a venir
       *> qui se tient a sa ville de depart ou d'arrivee
       SAISIR_EVENEMENT_ANNONCE.
           MOVE 0 TO w_ev_tag
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
                   IF fev_fin >= w_ev_jour AND
                      (fev_ville = w_lieu_depart OR
                       fev_ville = w_lieu_darrive) THEN
                       ADD 1 TO w_ev_nb
                       IF w_ev_nb = 1 THEN
                           DISPLAY "Evenements a venir sur ce trajet :"
                       END-IF
                       DISPLAY fev_code " - " fev_nom " - "
                           fev_ville(1:20) " du " fev_debut " au "
                           fev_fin
                   END-IF
           END-PERFORM
           CLOSE fevenement

           IF w_ev_nb > 0 THEN
               DISPLAY "Code de l'evenement desservi (0 = aucun)."
               ACCEPT w_ev_tag
               IF w_ev_tag > 0 THEN
                   OPEN INPUT fevenement
                   MOVE w_ev_tag TO fev_code
                   READ fevenement
                   INVALID KEY
                       MOVE 0 TO w_ev_tag
                   NOT INVALID KEY
                       IF fev_ville NOT = w_lieu_depart AND
                          fev_ville NOT = w_lieu_darrive THEN
                           MOVE 0 TO w_ev_tag
                       END-IF
                   END-READ
                   CLOSE fevenement
                   IF w_ev_tag = 0 THEN
                       DISPLAY "Evenement inconnu sur ce trajet :"
                           " annonce non rattachee."
                   END-IF
               END-IF
           END-IF.

       *> ecrit le rattachement a l'evenement de l'annonce w_code
       ECRIRE_EVENEMENT_ANNONCE.
           IF w_ev_tag > 0 THEN
               MOVE w_code TO fea_annonce
               MOVE w_ev_tag TO fea_evenement
               OPEN I-O fevannonce
                   WRITE tamp_fevannonce
                   INVALID KEY
                       REWRITE tamp_fevannonce
               END-WRITE
               CLOSE fevannonce
           END-IF.

       *> retire le rattachement d'une annonce supprimee
       SUPPRIMER_EVENEMENT_ANNONCE.
           OPEN I-O fevannonce
           MOVE w_code TO fea_annonce
           READ fevannonce
           NOT INVALID KEY
               DELETE fevannonce RECORD
           END-READ
           CLOSE fevannonce.

       *> baisse automatique de derniere minute, au choix du
       *> conducteur : pourcentage et delai avant le depart, proposes
       *> par defaut (0 garde la proposition)
       SAISIR_BAISSE_ANNONCE.
           MOVE SPACE TO w_bp_choix
           PERFORM WITH TEST AFTER UNTIL w_bp_choix = "O" OR
               w_bp_choix = "N"
               DISPLAY "Baisser automatiquement le prix si des places"
               DISPLAY "restent libres peu avant le depart ? (O/N)"
               ACCEPT w_bp_choix
           END-PERFORM
           IF w_bp_choix = "O" THEN
               PERFORM WITH TEST AFTER UNTIL w_bp_pct > 0 AND
                   w_bp_pct <= w_bp_pct_max
                   DISPLAY "Pourcentage de baisse (1 - " w_bp_pct_max
                       ", 0 = " w_bp_pct_def ")."
                   ACCEPT w_bp_pct
                   IF w_bp_pct = 0 THEN
                       MOVE w_bp_pct_def TO w_bp_pct
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL w_bp_delai > 0 AND
                   w_bp_delai <= 168
                   DISPLAY "Heures avant le depart (1 - 168, 0 = "
                       w_bp_delai_def ")."
                   ACCEPT w_bp_delai
                   IF w_bp_delai = 0 THEN
                       MOVE w_bp_delai_def TO w_bp_delai
                   END-IF
               END-PERFORM
               DISPLAY "Baisse de " w_bp_pct " % a " w_bp_delai
                   " h du depart s'il reste des places ; le prix"
               DISPLAY "ne descendra pas sous le plancher du bareme."
           END-IF.

       *> ecrit la baisse choisie pour l'annonce w_code, en attente
       ECRIRE_BAISSE_ANNONCE.
           IF w_bp_choix = "O" THEN
               MOVE w_code TO fbp_code
               MOVE w_bp_pct TO fbp_pct
               MOVE w_bp_delai TO fbp_delai
               MOVE "O" TO fbp_statut
               MOVE SPACE TO fbp_motif
               MOVE 0 TO fbp_prix_origine
               MOVE 0 TO fbp_prix_baisse
               MOVE 0 TO fbp_date
               MOVE 0 TO fbp_heure
               MOVE 0 TO fbp_resa_seuil
               MOVE 0 TO fbp_places_libres
               MOVE 0 TO fbp_places_remplies
               OPEN I-O fbaisse
                   WRITE tamp_fbaisse
                   INVALID KEY
                       REWRITE tamp_fbaisse
               END-WRITE
               CLOSE fbaisse
           END-IF.

       *> retire la baisse d'une annonce supprimee
       SUPPRIMER_BAISSE_ANNONCE.
           OPEN I-O fbaisse
           MOVE w_code TO fbp_code
           READ fbaisse
           NOT INVALID KEY
               DELETE fbaisse RECORD
           END-READ
           CLOSE fbaisse.

       *> prix plein applicable a la reservation tamp_freservation,
       *> w_pseg_prix_plein portant le prix courant de l'annonce : une
       *> reservation prise avant une baisse de derniere minute garde
       *> le prix d'origine
       PRIX_PLEIN_RESERVATION.
           OPEN INPUT fbaisse
           IF cr_fbaisse = 00 THEN
               MOVE fres_code_annonce TO fbp_code
               READ fbaisse
               NOT INVALID KEY
                   IF fbp_statut = "A" AND
                      fres_code < fbp_resa_seuil THEN
                       MOVE fbp_prix_origine TO w_pseg_prix_plein
                   END-IF
               END-READ
               CLOSE fbaisse
           END-IF.

       *> places voyagees par une reservation prise depuis la baisse
       *> de derniere minute de son annonce (tamp_freservation)
       COMPTER_PLACES_BAISSE.
           OPEN I-O fbaisse
           IF cr_fbaisse = 00 THEN
               MOVE fres_code_annonce TO fbp_code
               READ fbaisse
               NOT INVALID KEY
                   IF fbp_statut = "A" AND
                      fres_code >= fbp_resa_seuil THEN
                       ADD fres_nb_places TO fbp_places_remplies
                       REWRITE tamp_fbaisse
                   END-IF
               END-READ
               CLOSE fbaisse
           END-IF.

       *> retire les arrets d'une annonce supprimee
       SUPPRIMER_ARRETS_ANNONCE.
           OPEN I-O fstop
                               ADD 1 TO w_nb_recurrences
                               PERFORM ECRIRE_ARRETS_ANNONCE
                               PERFORM ECRIRE_CONFORT_ANNONCE
                               PERFORM ECRIRE_CAPACITE_COLIS
                               PERFORM ECRIRE_EVENEMENT_ANNONCE
                               PERFORM ECRIRE_BAISSE_ANNONCE
                               MOVE "E" TO w_jrn_op
                               PERFORM IMAGE_ANNONCE
                               IF fa_statut_annonce = 1 THEN
                                   PERFORM NOTIFIER_ALERTES_ROUTE
                                   PERFORM NOTIFIER_FAVORIS
                               END-IF
                       END-WRITE
                       CLOSE fannonce
       GERER_SERIE_RECURRENTE.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 4
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MA SERIE RECURRENTE ------"
               DISPLAY "1.   SUSPENDRE UNE PLAGE DE DATES"
               DISPLAY "2.   REPRENDRE UNE SERIE SUSPENDUE"
           END-START
           CLOSE fannonce

           PERFORM AVISER_ABONNES_SERIE

           DISPLAY w_serie_nb " occurrence(s) suspendue(s) du "
               w_rd_annee "-" w_rd_mois "-" w_rd_jour " au "
               w_rf_annee "-" w_rf_mois "-" w_rf_jour "."
           DISPLAY "Les occurrences hors plage restent en ligne.".

       *> chaque reservation de serie active sur le groupe suspendu
       *> recoit la liste de ses jours annules par la suspension
       AVISER_ABONNES_SERIE.
           OPEN INPUT fabonnement
           OPEN INPUT fabojour
           OPEN INPUT fannonce
           MOVE w_serie_groupe TO fab_groupe
           START fabonnement KEY IS = fab_groupe
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin
               PERFORM WITH TEST AFTER UNTIL w_fin = 0
                   READ fabonnement NEXT
                   AT END MOVE 0 TO w_fin
                   NOT AT END
                       IF fab_groupe NOT = w_serie_groupe THEN
                           MOVE 0 TO w_fin
                       ELSE
                           IF fab_statut = "A" THEN
                               PERFORM AVISER_UN_ABONNE
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fannonce
           CLOSE fabojour
           CLOSE fabonnement.

       AVISER_UN_ABONNE.
           MOVE SPACE TO w_ab_liste
           MOVE 1 TO w_ab_ptr
           MOVE 0 TO w_ab_k
           MOVE fab_num TO fal_abonnement
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
                       IF fal_abonnement NOT = fab_num THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fal_fres_code > 0 THEN
                               MOVE fal_annonce TO fa_code
                               READ fannonce
                               NOT INVALID KEY
                                   IF fa_statut_annonce = 3 AND
                                      fa_date_depart >=
                                          w_date_recherche_debut AND
                                      fa_date_depart <=
                                          w_date_recherche_fin THEN
                                       IF w_ab_k = 7 THEN
                                           PERFORM ENVOYER_AVIS_SERIE
                                       END-IF
                                       STRING fa_jour "/" fa_mois " "
                                           DELIMITED BY SIZE
                                           INTO w_ab_liste
                                           WITH POINTER w_ab_ptr
                                       ADD 1 TO w_ab_k
                                   END-IF
                               END-READ
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           IF w_ab_k > 0 THEN
               PERFORM ENVOYER_AVIS_SERIE
           END-IF.

       *> un message par groupe de sept jours au plus
       ENVOYER_AVIS_SERIE.
           MOVE fab_voyageur TO w_notif_telephone
           MOVE "SERIE" TO w_ob_type
           MOVE SPACE TO w_ob_texte
           STRING "SERIE " w_serie_groupe
               " SUSPENDUE - JOURS ANNULES " w_ab_liste
               DELIMITED BY SIZE INTO w_ob_texte
           MOVE "SERIESUSP" TO w_mdl_type
           MOVE w_serie_groupe TO w_mdl_ref
           MOVE w_ab_liste TO w_mdl_libre
           PERFORM DEPOSER_OUTBOX
           MOVE SPACE TO w_ab_liste
           MOVE 1 TO w_ab_ptr
           MOVE 0 TO w_ab_k.

       *> retire l'occurrence courante (tamp_fannonce) : annulation
       *> des reservations actives avec liberation des blocages,
       *> purge de la liste d'attente avec avis, puis statut 3
       GERER_VEHICULES.
           MOVE 0 TO w_test
           PERFORM WITH TEST AFTER UNTIL w_test > 0 AND w_test < 5
               PERFORM AFFICHER_BANDEAU_FORMATION
               DISPLAY "------ MES VEHICULES ------"
               DISPLAY "1.   AJOUTER UN VEHICULE"
               DISPLAY "2.   METTRE A JOUR LES DOCUMENTS"
           END-PERFORM
           MOVE wu_telephone TO fv_conducteur

           *> controle avec le registre national des vehicules
           MOVE fv_immat TO w_rg_immat
           MOVE fv_modele TO w_rg_modele
           MOVE fv_nbplace TO w_rg_places
           PERFORM CONTROLER_VEHICULE_REGISTRE
           IF w_rg_refus = 1 THEN
               DISPLAY "Vehicule refuse."
           ELSE
               MOVE w_rg_modele TO fv_modele
               MOVE w_rg_places TO fv_nbplace

               DISPLAY "Echeance de l'assurance (AAAA MM JJ)."
               ACCEPT fv_ass_annee
               ACCEPT fv_ass_mois
               ACCEPT fv_ass_jour
               DISPLAY "Echeance du controle technique (AAAA MM JJ)."
               ACCEPT fv_ctl_annee
               ACCEPT fv_ctl_mois
               ACCEPT fv_ctl_jour

               OPEN I-O fvoiture
                   WRITE tamp_fvoiture
                   INVALID KEY
                       DISPLAY "Cette immatriculation est deja"
                           " enregistree."
                   NOT INVALID KEY
                       DISPLAY "Vehicule ajoute."
               END-WRITE
               CLOSE fvoiture
           END-IF.

       *> remet a jour les echeances d'assurance et de controle d'un
       *> vehicule du conducteur connecte
                                   " - ANNULATION SANS FRAIS"
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "REPORT" TO w_mdl_type
                               MOVE fa_code TO w_mdl_code
                               MOVE SPACE TO w_mdl_date
                               STRING w_mod_date_apres(7:2) "/"
                                   w_mod_date_apres(5:2) "/"
                                   w_mod_date_apres(1:4)
                                   DELIMITED BY SIZE INTO w_mdl_date
                               PERFORM ENVOYER_NOTIFICATION
                           END-IF
                       END-IF
               PERFORM ANNULER_RESERVATIONS_ANNONCE
               PERFORM SUPPRIMER_ARRETS_ANNONCE
               PERFORM SUPPRIMER_CONFORT_ANNONCE
               PERFORM SUPPRIMER_CAPACITE_COLIS
               PERFORM SUPPRIMER_EVENEMENT_ANNONCE
               PERFORM SUPPRIMER_BAISSE_ANNONCE
               MOVE 1 TO w_att_purge_notif
               PERFORM PURGER_ATTENTES_ANNONCE
               *> une suppression qui laisse des passagers sur le
                                       " ANNULEE"
                                       DELIMITED BY SIZE
                                       INTO w_notif_message
                                   MOVE "ANNSUSPRES" TO w_mdl_type
                               ELSE
                                   STRING "ANNONCE SUPPRIMEE : "
                                       "RESERVATION " fres_code
                                       " ANNULEE"
                                       DELIMITED BY SIZE
                                       INTO w_notif_message
                                   MOVE "ANNSUPPRES" TO w_mdl_type
                               END-IF
                               MOVE fres_code TO w_mdl_code
                               PERFORM ENVOYER_NOTIFICATION
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE freservation

           PERFORM ANNULER_COLIS_ANNONCE.

       *> annule les colis encore reserves de l'annonce courante
       *> (tamp_fannonce) : blocage rendu a l'expediteur, expediteur
       *> et destinataire prevenus
       ANNULER_COLIS_ANNONCE.
           MOVE 0 TO w_col_nb
           MOVE fa_code TO fco_annonce
           OPEN I-O fcolis
           START fcolis KEY IS = fco_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fcolis NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fco_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fco_statut = 1 THEN
                               ADD 1 TO w_col_nb
                               MOVE 4 TO fco_statut
                               MOVE fco_montant_bloque
                                   TO w_bloq_montant
                               MOVE 0 TO fco_montant_bloque
                               REWRITE tamp_fcolis
                               END-REWRITE
                               IF w_bloq_montant > 0 THEN
                                   MOVE fco_expediteur
                                       TO fres_voyageur
                                   PERFORM LIBERER_BLOCAGE_VOYAGEUR
                               END-IF
                               MOVE fco_expediteur
                                   TO w_notif_telephone
                               MOVE SPACE TO w_notif_message
                               STRING "TRAJET " fa_code
                                   " ANNULE : COLIS " fco_num
                                   " NON TRANSPORTE"
                                   DELIMITED BY SIZE
                                   INTO w_notif_message
                               MOVE "COLISANNEX" TO w_mdl_type
                               MOVE fa_code TO w_mdl_code
                               MOVE fco_num TO w_mdl_ref
                               PERFORM ENVOYER_NOTIFICATION
                               MOVE fco_destinataire
                                   TO w_notif_telephone
                               MOVE "COLIS" TO w_ob_type
                               MOVE SPACE TO w_ob_texte
                               STRING "LE COLIS " fco_num
                                   " QUI DEVAIT VOUS ETRE REMIS PAR"
                                   " LE TRAJET " fa_code
                                   " EST ANNULE"
                                   DELIMITED BY SIZE
                                   INTO w_ob_texte
                               MOVE "COLISANNDE" TO w_mdl_type
                               MOVE fa_code TO w_mdl_code
                               MOVE fco_num TO w_mdl_ref
                               PERFORM DEPOSER_OUTBOX
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fcolis

           *> les places colis reviennent a l'annonce, qu'une
           *> reprise de serie remettrait en ligne
           IF w_col_nb > 0 THEN
               OPEN I-O fcapcolis
               MOVE fa_code TO fcc_annonce
               READ fcapcolis
               NOT INVALID KEY
                   ADD w_col_nb TO fcc_dispo
                   IF fcc_dispo > fcc_max THEN
                       MOVE fcc_max TO fcc_dispo
                   END-IF
                   REWRITE tamp_fcapcolis
                   END-REWRITE
               END-READ
               CLOSE fcapcolis
           END-IF.

       *> tient les compteurs de fiabilite du conducteur de
       *> l'annonce courante (tamp_fannonce) apres une suppression
               READ fannonce NEXT
               AT END MOVE 0 TO w_fin
               NOT AT END
                   MOVE 0 TO w_fav_masque
                   IF fa_statut_annonce = 1 THEN
                       PERFORM VERIFIER_PRIMEUR_FAVORI
                   END-IF
                   IF fa_place_dispo = 0 OR
                      fa_statut_annonce NOT = 1 OR
                      w_fav_masque = 1 THEN
                       CONTINUE
                   ELSE
                       PERFORM CALCULER_NOTE_MOYENNE
                           fa_place_dispo "/" fa_place_max
                           DELIMITED BY SIZE INTO tamp_fmanifest
                       WRITE tamp_fmanifest
                       ADD 1 TO w_ctl_lus
                       ADD 1 TO w_ctl_ecrits
                       MOVE tamp_fmanifest TO w_sp_texte
                       PERFORM DEPOSER_SPOOL
                   END-IF
           END-START
           CLOSE fannonce

           PERFORM MANIFESTE_COLIS
           MOVE "COLIS" TO w_ctl_rubrique
           MOVE w_col_nb TO w_ctl_valeur
           PERFORM AJOUTER_TOTAL_CONTROLE

           CLOSE fmanifest
           PERFORM CLORE_GENERATION_SPOOL
           DISPLAY "Manifeste ecrit dans manifest.dat".

       *> section colis du manifeste : pour chaque depart du jour,
       *> les colis a prendre et ou les remettre
       MANIFESTE_COLIS.
           MOVE SPACE TO tamp_fmanifest
           MOVE "COLIS A REMETTRE" TO tamp_fmanifest
           WRITE tamp_fmanifest
           MOVE tamp_fmanifest TO w_sp_texte
           PERFORM DEPOSER_SPOOL
           MOVE 0 TO w_col_nb

           OPEN INPUT fannonce
           OPEN INPUT fcolis
           MOVE w_rd_annee TO fa_annee
           MOVE w_rd_mois TO fa_mois
           MOVE w_rd_jour TO fa_jour
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
                   IF w_date_num NOT = w_dte_cible THEN
                       MOVE 0 TO w_fin
                   ELSE
                       PERFORM MANIFESTE_COLIS_ANNONCE
                   END-IF
               END-PERFORM
           END-START
           CLOSE fcolis
           CLOSE fannonce

           IF w_col_nb = 0 THEN
               MOVE SPACE TO tamp_fmanifest
               MOVE "  (aucun colis)" TO tamp_fmanifest
               WRITE tamp_fmanifest
               MOVE tamp_fmanifest TO w_sp_texte
               PERFORM DEPOSER_SPOOL
           END-IF.

       MANIFESTE_COLIS_ANNONCE.
           MOVE fa_code TO fco_annonce
           START fcolis KEY IS = fco_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fcolis NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fco_annonce NOT = fa_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fco_statut = 1 THEN
                               ADD 1 TO w_col_nb
                               MOVE SPACE TO tamp_fmanifest
                               STRING fa_code " | " fa_conducteur
                                   " | COLIS " fco_num
                                   " (" fco_taille ") | PRIS A "
                                   fco_depart(1:20)
                                   " | REMIS A " fco_arrivee(1:20)
                                   " | POUR " fco_destinataire
                                   DELIMITED BY SIZE
                                   INTO tamp_fmanifest
                               WRITE tamp_fmanifest
                               MOVE tamp_fmanifest TO w_sp_texte
                               PERFORM DEPOSER_SPOOL
                           END-IF
                       END-IF
               END-PERFORM
           END-START.

       *> genere le prochain numero de sequence pour le type de code
       *> donne (partage entre annonces et reservations)
       GENERER_CODE.
                   w_note_total / w_note_count
           END-IF.

       *> palier du conducteur w_pal_conducteur (bronze a defaut de
       *> calcul) dans w_pal_niveau / w_pal_libelle et taux de
       *> commission correspondant dans w_pal_pct
       LIRE_COMMISSION_PALIER.
           MOVE "B" TO w_pal_niveau
           OPEN INPUT fpalier
           MOVE w_pal_conducteur TO fpl_conducteur
           READ fpalier
           NOT INVALID KEY
               MOVE fpl_niveau TO w_pal_niveau
           END-READ
           CLOSE fpalier
           PERFORM TAUX_DU_PALIER.

       *> taux et libelle du palier w_pal_niveau
       TAUX_DU_PALIER.
           EVALUATE w_pal_niveau
           WHEN "O"
               MOVE w_pct_or TO w_pal_pct
               MOVE "OR" TO w_pal_libelle
           WHEN "A"
               MOVE w_pct_argent TO w_pal_pct
               MOVE "ARGENT" TO w_pal_libelle
           WHEN OTHER
               MOVE w_pct_bronze TO w_pal_pct
               MOVE "BRONZE" TO w_pal_libelle
           END-EVALUATE.

       *> cloture un trajet : passe les reservations actives en
       *> "terminee"
       *> et alimente fstatistiques avec la repartition commission/net
                   MOVE 1 TO w_mode_cloture
                   PERFORM CLOTURER_RESERVATIONS_ANNONCE
                   DISPLAY "Trajet termine."
                   PERFORM SAISIR_HORAIRES_REELS
                   PERFORM APPRENDRE_TRAJET
                   PERFORM CUMULER_KM_VEHICULE
               END-IF
       *> w_mode_cloture = 0 pour les trajets du jour jamais clotures
       *> manuellement, sans attendre de saisie
       CLOTURER_RESERVATIONS_ANNONCE.
           *> le reglement retient le taux du palier en vigueur a la
           *> cloture, meme si l'annonce a ete publiee sous un autre
           MOVE w_conducteur TO w_pal_conducteur
           PERFORM LIRE_COMMISSION_PALIER
           MOVE w_pal_pct TO w_commission_pct

           MOVE w_code TO fres_code_annonce
           OPEN I-O freservation
           START freservation KEY IS = fres_code_annonce
                       END-IF
               END-PERFORM
           END-START
           CLOSE freservation

           PERFORM CLOTURER_COLIS_ANNONCE.

       *> cloture des colis reserves sur l'annonce w_code : un colis
       *> remis donne sa ligne statistique, reglee, commissionnee et
       *> facturee comme un passager (fs_nb_places = 0 distingue le
       *> colis) ; quand le conducteur est present il saisit le code
       *> de retrait donne par le destinataire, 0 si le colis n'a pas
       *> ete remis. En batch (w_mode_cloture = 0) le colis est tenu
       *> pour remis
       CLOTURER_COLIS_ANNONCE.
           MOVE w_code TO fco_annonce
           OPEN I-O fcolis
           START fcolis KEY IS = fco_annonce
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO w_fin2
               PERFORM WITH TEST AFTER UNTIL w_fin2 = 0
                   READ fcolis NEXT
                   AT END MOVE 0 TO w_fin2
                   NOT AT END
                       IF fco_annonce NOT = w_code THEN
                           MOVE 0 TO w_fin2
                       ELSE
                           IF fco_statut = 1 THEN
                               MOVE 1 TO w_col_remis
                               IF w_mode_cloture = 1 THEN
                                   PERFORM DEMANDER_REMISE_COLIS
                               END-IF
                               MOVE fco_montant_bloque
                                   TO w_bloq_montant
                               MOVE 0 TO fco_montant_bloque
                               IF w_col_remis = 1 THEN
                                   MOVE 5 TO fco_statut
                                   PERFORM ECRIRE_STATISTIQUE_COLIS
                                   MOVE fs_code TO fco_stat
                               ELSE
                                   MOVE 6 TO fco_statut
                                   IF w_bloq_montant > 0 THEN
                                       MOVE fco_expediteur
                                           TO fres_voyageur
                                       PERFORM
                                           LIBERER_BLOCAGE_VOYAGEUR
                                   END-IF
                                   MOVE fco_expediteur
                                       TO w_notif_telephone
                                   MOVE SPACE TO w_notif_message
                                   STRING "COLIS " fco_num
                                       " NON REMIS, RIEN NE VOUS"
                                       " SERA DEBITE"
                                       DELIMITED BY SIZE
                                       INTO w_notif_message
                                   MOVE "COLISNONRE" TO w_mdl_type
                                   MOVE fco_num TO w_mdl_ref
                                   PERFORM ENVOYER_NOTIFICATION
                               END-IF
                               REWRITE tamp_fcolis
                               END-REWRITE
                           END-IF
                       END-IF
               END-PERFORM
           END-START
           CLOSE fcolis.

       *> le conducteur saisit le code de retrait du colis courant ;
       *> w_col_remis = 0 s'il declare le colis non remis
       DEMANDER_REMISE_COLIS.
           MOVE 9 TO w_col_remis
           PERFORM WITH TEST AFTER UNTIL w_col_remis < 9
               DISPLAY "Colis " fco_num " (" fco_taille ") pour "
                   fco_destinataire " a " fco_arrivee
               DISPLAY "Code de retrait donne par le destinataire"
                   " (0 si non remis)."
               ACCEPT w_col_saisi
               IF w_col_saisi = 0 THEN
                   MOVE 0 TO w_col_remis
               ELSE
                   IF w_col_saisi = fco_code_retrait THEN
                       MOVE 1 TO w_col_remis
                   ELSE
                       DISPLAY "Code de retrait incorrect."
                   END-IF
               END-IF
           END-PERFORM.

       *> ligne statistique du colis courant : le prix fige a la
       *> reservation est celui qui a ete bloque chez l'expediteur
       ECRIRE_STATISTIQUE_COLIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "S" TO w_type_code
           PERFORM GENERER_CODE
           MOVE w_code_code TO fs_code
           MOVE fco_depart TO fs_villeD
           MOVE fco_arrivee TO fs_villeA
           MOVE w_conducteur TO fs_conducteur
           MOVE fco_expediteur TO fs_voyageur
           MOVE fco_prix TO fs_prix
           COMPUTE fs_commission ROUNDED =
               fs_prix * w_commission_pct / 100
           COMPUTE fs_net_conducteur = fs_prix - fs_commission
           MOVE WS-CURRENT-YEAR TO fs_annee
           MOVE WS-CURRENT-MONTH TO fs_mois
           MOVE WS-CURRENT-DAY TO fs_jour
           MOVE "N" TO fs_regle
           MOVE w_code TO fs_code_annonce
           MOVE 0 TO fs_nb_places
           MOVE w_bloq_montant TO fs_montant_bloque

           OPEN I-O fstatistiques
               WRITE tamp_fstatistiques
           END-WRITE
           CLOSE fstatistiques.

       *> constate la presence du voyageur de la reservation
       *> courante ; w_cloture_noshow = 1 si le passager ne s'est
           STRING "ABSENCE CONSTATEE TRAJET " fres_code_annonce
               " : FRAIS DE " w_aff_montant " EUR"
               DELIMITED BY SIZE INTO w_notif_message
           MOVE "NOSHOW" TO w_mdl_type
           MOVE fres_code_annonce TO w_mdl_code
           MOVE w_aff_montant TO w_mdl_montant
           PERFORM ENVOYER_NOTIFICATION.

       *> retour d'experience vers la table de reference : quand un
           END-READ
           CLOSE ftrajet.

       *> horaires reels de l'annonce terminee (w_annonce) : depart
       *> et arrivee effectifs, retard au depart rapporte a l'heure
       *> promise, motif demande au-dela de TOLERANCE-RETARD
       *> minutes
       SAISIR_HORAIRES_REELS.
           MOVE w_code TO fpo_annonce
           MOVE w_conducteur TO fpo_conducteur
           MOVE w_lieu_depart TO fpo_depart
           MOVE w_lieu_darrive TO fpo_arrivee
           COMPUTE fpo_date = w_annee * 10000 + w_mois * 100 + w_jour
           COMPUTE fpo_prevu = w_heure * 100 + w_minute

           MOVE 99 TO w_pon_hh
           PERFORM WITH TEST AFTER UNTIL w_pon_hh < 24 AND
               w_pon_mn < 60
               DISPLAY "Heure reelle de depart (HH puis MM)."
               ACCEPT w_pon_hh
               ACCEPT w_pon_mn
           END-PERFORM
           COMPUTE fpo_reel_depart = w_pon_hh * 100 + w_pon_mn
           COMPUTE w_pon_ecart = w_pon_hh * 60 + w_pon_mn
               - w_heure * 60 - w_minute
           IF w_pon_ecart < 0 THEN
               MOVE 0 TO fpo_retard
           ELSE
               MOVE w_pon_ecart TO fpo_retard
           END-IF

           MOVE 99 TO w_pon_hh
           PERFORM WITH TEST AFTER UNTIL w_pon_hh < 24 AND
               w_pon_mn < 60
               DISPLAY "Heure reelle d'arrivee (HH puis MM)."
               ACCEPT w_pon_hh
               ACCEPT w_pon_mn
           END-PERFORM
           COMPUTE fpo_reel_arrivee = w_pon_hh * 100 + w_pon_mn

           MOVE 0 TO fpo_motif
           IF fpo_retard > w_pon_tolerance THEN
               DISPLAY "Depart avec " fpo_retard " min de retard."
               MOVE 8 TO fpo_motif
               PERFORM WITH TEST AFTER UNTIL
                   (fpo_motif >= 1 AND fpo_motif <= 5) OR
                   fpo_motif = 9
                   DISPLAY "Motif : 1 circulation, 2 meteo,"
                   DISPLAY "3 attente d'un passager, 4 retard du"
                   DISPLAY "conducteur, 5 vehicule, 9 autre."
                   ACCEPT fpo_motif
               END-PERFORM
           END-IF

           OPEN I-O fponctualite
           WRITE tamp_fponctualite
           INVALID KEY
               REWRITE tamp_fponctualite
           END-WRITE
           CLOSE fponctualite.

       *> ajoute la distance de reference de la route au compteur de
       *> kilometrage du vehicule de l'annonce terminee (w_annonce) ;
       *> la fiche est creee au premier trajet. Au-dela du seuil
               *> (prorata des distances), pas le prix plein
               MOVE w_code TO w_pseg_code
               MOVE w_prix TO w_pseg_prix_plein
               PERFORM PRIX_PLEIN_RESERVATION
               MOVE w_lieu_depart TO w_pseg_rdep
               MOVE w_lieu_darrive TO w_pseg_rarr
               IF fres_lieu_depart NOT = SPACE THEN
           OPEN I-O fstatistiques
               WRITE tamp_fstatistiques
           END-WRITE
           CLOSE fstatistiques

           IF w_cloture_noshow = 0 THEN
               PERFORM COMPTER_PLACES_BAISSE
           END-IF

           PERFORM LIER_PRISE_EN_CHARGE.

       *> rattache la ligne statistique qui vient d'etre ecrite a la
       *> prise en charge employeur de la reservation courante, au
       *> montant reellement du ; une absence n'est jamais facturee a
       *> l'employeur : le forfait reste au voyageur
       LIER_PRISE_EN_CHARGE.
           OPEN I-O fprisecharge
           MOVE fres_code TO fpc_fres_code
           READ fprisecharge
           NOT INVALID KEY
               IF fpc_statut = "R" THEN
                   IF w_cloture_noshow = 1 THEN
                       MOVE "A" TO fpc_statut
                   ELSE
                       MOVE "C" TO fpc_statut
                       MOVE fs_code TO fpc_stat
                       MOVE fs_prix TO fpc_montant
                   END-IF
                   REWRITE tamp_fprisecharge
               END-IF
           END-READ
           CLOSE fprisecharge.

       *> calcule la remise du code promo porte par la reservation
       *> courante, plafonnee a la commission pour que le net du
