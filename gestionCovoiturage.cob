           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fcsvreservation.

           SELECT fentreprise ASSIGN TO "entreprise.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fen_code
           FILE STATUS IS cr_fentreprise.

           SELECT fsalarie ASSIGN TO "salarie.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsa_telephone
           ALTERNATE RECORD KEY IS fsa_entreprise WITH DUPLICATES
           FILE STATUS IS cr_fsalarie.

           SELECT froutent ASSIGN TO "routeentreprise.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fre_cle
           FILE STATUS IS cr_froutent.

           SELECT fprisecharge ASSIGN TO "prisecharge.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpc_fres_code
           ALTERNATE RECORD KEY IS fpc_entreprise WITH DUPLICATES
           ALTERNATE RECORD KEY IS fpc_salarie WITH DUPLICATES
           ALTERNATE RECORD KEY IS fpc_stat WITH DUPLICATES
           FILE STATUS IS cr_fprisecharge.

           SELECT fentfact ASSIGN TO "registre_fact_entreprise.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fef_num
           FILE STATUS IS cr_fentfact.

           SELECT ffactent ASSIGN TO "facture_entreprise.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_ffactent.

           SELECT fbon ASSIGN TO "boncadeau.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbc_code
           FILE STATUS IS cr_fbon.

           SELECT fcapcolis ASSIGN TO "capacitecolis.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcc_annonce
           FILE STATUS IS cr_fcapcolis.

           SELECT fcolis ASSIGN TO "colis.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fco_num
           ALTERNATE RECORD KEY IS fco_annonce WITH DUPLICATES
           ALTERNATE RECORD KEY IS fco_expediteur WITH DUPLICATES
           FILE STATUS IS cr_fcolis.

           SELECT fdemtrajet ASSIGN TO "demandetrajet.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fdt_num
           ALTERNATE RECORD KEY IS fdt_voyageur WITH DUPLICATES
           FILE STATUS IS cr_fdemtrajet.

           SELECT fproposition ASSIGN TO "propositiontrajet.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpd_num
           ALTERNATE RECORD KEY IS fpd_demande WITH DUPLICATES
           FILE STATUS IS cr_fproposition.

           SELECT fabonnement ASSIGN TO "abonnement.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fab_num
           ALTERNATE RECORD KEY IS fab_voyageur WITH DUPLICATES
           ALTERNATE RECORD KEY IS fab_groupe WITH DUPLICATES
           FILE STATUS IS cr_fabonnement.

           SELECT fabojour ASSIGN TO "abonnementjour.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fal_cle
           FILE STATUS IS cr_fabojour.

           SELECT fevenement ASSIGN TO "evenement.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fev_code
           FILE STATUS IS cr_fevenement.

           SELECT fevannonce ASSIGN TO "evenementannonce.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fea_annonce
           ALTERNATE RECORD KEY IS fea_evenement WITH DUPLICATES
           FILE STATUS IS cr_fevannonce.

           SELECT ftuteur ASSIGN TO "tuteur.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ftu_mineur
           ALTERNATE RECORD KEY IS ftu_tuteur WITH DUPLICATES
           FILE STATUS IS cr_ftuteur.

           SELECT fcontact ASSIGN TO "contacturgence.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcu_telephone
           FILE STATUS IS cr_fcontact.

           SELECT fobjet ASSIGN TO "objettrouve.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fot_num
           ALTERNATE RECORD KEY IS fot_fres_code WITH DUPLICATES
           FILE STATUS IS cr_fobjet.

           SELECT fponctualite ASSIGN TO "ponctualite.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpo_annonce
           ALTERNATE RECORD KEY IS fpo_conducteur WITH DUPLICATES
           FILE STATUS IS cr_fponctualite.

           SELECT fpalier ASSIGN TO "palier.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpl_conducteur
           FILE STATUS IS cr_fpalier.

           SELECT fpalierhist ASSIGN TO "palierhist.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fph_cle
           FILE STATUS IS cr_fpalierhist.

           SELECT ffavori ASSIGN TO "favori.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ffv_cle
           ALTERNATE RECORD KEY IS ffv_conducteur WITH DUPLICATES
           FILE STATUS IS cr_ffavori.

           SELECT fprimeur ASSIGN TO "primeur.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpr_annonce
           FILE STATUS IS cr_fprimeur.

           SELECT fresagence ASSIGN TO "resagence.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fra_fres_code
           ALTERNATE RECORD KEY IS fra_agent WITH DUPLICATES
           FILE STATUS IS cr_fresagence.

           SELECT fagence ASSIGN TO "agence.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fag_code
           FILE STATUS IS cr_fagence.

           SELECT fagenceutil ASSIGN TO "agenceutil.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fau_telephone
           ALTERNATE RECORD KEY IS fau_agence WITH DUPLICATES
           FILE STATUS IS cr_fagenceutil.

           SELECT frechargeatt ASSIGN TO "rechargeatt.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frg_ref
           ALTERNATE RECORD KEY IS frg_telephone WITH DUPLICATES
           FILE STATUS IS cr_frechargeatt.

           SELECT facquereur ASSIGN TO "acquereur.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_facquereur.

           SELECT facqanomalie ASSIGN TO "acquereur_anomalie.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_facqanomalie.

           SELECT flitige ASSIGN TO "litigecarte.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS flc_num
           ALTERNATE RECORD KEY IS flc_dossier
           ALTERNATE RECORD KEY IS flc_telephone WITH DUPLICATES
           FILE STATUS IS cr_flitige.

           SELECT fdette ASSIGN TO "dette.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fde_telephone
           FILE STATUS IS cr_fdette.

           SELECT flitigeacq ASSIGN TO "litige_acquereur.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_flitigeacq.

           SELECT fvirretour ASSIGN TO "virement_retour.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fvirretour.

           SELECT fretourvir ASSIGN TO "retourvir.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frv_num
           ALTERNATE RECORD KEY IS frv_telephone WITH DUPLICATES
           FILE STATUS IS cr_fretourvir.

           SELECT faccuse ASSIGN TO "accuse_sms.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_faccuse.

           SELECT faccusereg ASSIGN TO "accusereg.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fac_num
           FILE STATUS IS cr_faccusereg.

           SELECT fnumechec ASSIGN TO "numechec.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fnf_telephone
           FILE STATUS IS cr_fnumechec.

           SELECT fconsent ASSIGN TO "consentement.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcs_telephone
           FILE STATUS IS cr_fconsent.

           SELECT fconsenthist ASSIGN TO "consentementhist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fconsenthist.

           SELECT fmodele ASSIGN TO "modele.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fmo_cle
           FILE STATUS IS cr_fmodele.

           SELECT flangue ASSIGN TO "langue.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fla_telephone
           FILE STATUS IS cr_flangue.

           SELECT fassur ASSIGN TO "assurance.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fassur.

           SELECT fassreg ASSIGN TO "assurancereg.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fasr_date
           FILE STATUS IS cr_fassreg.

           SELECT fopendata ASSIGN TO "opendata.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fopendata.

           SELECT fodetat ASSIGN TO "opendata_etat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fod_ref
           FILE STATUS IS cr_fodetat.

           SELECT fimpann ASSIGN TO "import_annonces.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fimpann.

           SELECT fimprej ASSIGN TO "import_rejets.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fimprej.

           SELECT fimpcorr ASSIGN TO "import_a_corriger.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fimpcorr.

           SELECT fextraitveh ASSIGN TO "registre_extrait.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fextraitveh.

           SELECT fregveh ASSIGN TO "registre_vehicules.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fgv_immat
           FILE STATUS IS cr_fregveh.

           SELECT fvehbloc ASSIGN TO "vehiculebloque.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fvb_immat
           FILE STATUS IS cr_fvehbloc.

           SELECT fecartveh ASSIGN TO "registre_ecarts.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fecartveh.

           SELECT fentrepot ASSIGN TO "entrepot_extrait.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fentrepot.

           SELECT fetctl ASSIGN TO "entrepot_controle.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fet_cle
           FILE STATUS IS cr_fetctl.

           SELECT fbatchctl ASSIGN TO "batchcontrole.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbk_cle
           FILE STATUS IS cr_fbatchctl.

           SELECT fctltot ASSIGN TO "totauxcontrole.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fct_cle
           FILE STATUS IS cr_fctltot.

           SELECT fequilibre ASSIGN TO "equilibre.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fequilibre.

           SELECT fsauvegarde ASSIGN TO "sauvegarde.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fsauvegarde.

           SELECT fsavcat ASSIGN TO "sauvegarde_catalogue.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsg_cle
           FILE STATUS IS cr_fsavcat.

           SELECT fformation ASSIGN TO "formation_passage.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fformation.

           SELECT fapprob ASSIGN TO "approbation.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fap_num
           FILE STATUS IS cr_fapprob.

           SELECT fprevision ASSIGN TO "prevision_deficits.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fprevision.

           SELECT fdormance ASSIGN TO "dormance.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fdo_telephone
           FILE STATUS IS cr_fdormance.

           SELECT fnonreclame ASSIGN TO "fonds_non_reclames.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fnonreclame.

           SELECT fcloturecpt ASSIGN TO "cloture_compte.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcpt_telephone
           FILE STATUS IS cr_fcloturecpt.

           SELECT fmandat ASSIGN TO "mandat_recharge.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fmd_telephone
           FILE STATUS IS cr_fmandat.

           SELECT fprelev ASSIGN TO "prelevement.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fprl_num
           ALTERNATE RECORD KEY IS fprl_telephone WITH DUPLICATES
           FILE STATUS IS cr_fprelev.

           SELECT fprelbanque ASSIGN TO "prelevement_banque.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fprelbanque.

           SELECT fprelretour ASSIGN TO "prelevement_retour.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fprelretour.

           SELECT fsatisfaction ASSIGN TO "satisfaction.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsat_cle
           ALTERNATE RECORD KEY IS fsat_telephone WITH DUPLICATES
           FILE STATUS IS cr_fsatisfaction.

           SELECT fcapacite ASSIGN TO "capacite.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcap_cle
           FILE STATUS IS cr_fcapacite.

           SELECT fbaisse ASSIGN TO "baisse_prix.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbp_code
           FILE STATUS IS cr_fbaisse.

       *> ----------------------------------------------------------
       *> anciennes dispositions des cinq fichiers coeur, telles
       *> qu'avant l'elargissement des enregistrements : elles ne
           ALTERNATE RECORD KEY IS fao_conducteur WITH DUPLICATES
           FILE STATUS IS cr_fannold.

       *> disposition intermediaire de utilisateur.dat : celle
       *> d'avant la date de naissance ; sert a la conversion unique
       *> (CONVERTIR_NAISSANCE_UTILISATEURS)
           SELECT futilmid ASSIGN TO "utilisateur.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fum_telephone
           ALTERNATE RECORD KEY IS fum_type WITH DUPLICATES
           ALTERNATE RECORD KEY IS fum_immatriculation
           FILE STATUS IS cr_futilmid.

       *> disposition de utilisateur.dat d'avant la date
       *> d'inscription ; sert a la conversion unique
       *> (CONVERTIR_INSCRIPTION_UTILISATEURS)
           SELECT futilnai ASSIGN TO "utilisateur.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fun_telephone
           ALTERNATE RECORD KEY IS fun_type WITH DUPLICATES
           ALTERNATE RECORD KEY IS fun_immatriculation
           FILE STATUS IS cr_futilnai.

       *> disposition intermediaire de annonce.dat : l'enregistrement
       *> courant mais sans la cle secondaire de date de depart ;
       *> sert a la conversion unique d'un fichier d'avant cette cle
           02 fu_nb_noshow PIC 9(2).
           02 fu_solde_bloque PIC 9(7)V9(2).
           02 fu_confiance PIC X(1).
           *> date de naissance AAAAMMJJ, 0 tant qu'elle n'a pas ete
           *> saisie (comptes ouverts avant son introduction)
           02 fu_date_naissance PIC 9(8).
           *> date d'inscription AAAAMMJJ ; pour les comptes anterieurs
           *> elle est reprise du plus ancien mouvement du ledger ou de
           *> la session (DATER_INSCRIPTIONS), 0 tant qu'elle manque
           02 fu_date_inscription PIC 9(8).

       FD freservation.
       01 tamp_freservation.

       *> main courante des encaissements especes au guichet, en
       *> disposition fixe : date (8), agent (10), client (10),
       *> montant en centimes (10), nature (1) et agence de l'agent
       *> (4, a blanc sur les lignes anterieures aux agences) ;
       *> rapprochee en fin de journee des ecritures "S" du ledger
       *> pour compter la caisse
       FD fcaisse.
       01 tamp_fcaisse PIC X(80).

       *> coordonnees bancaires des conducteurs pour les versements :
       *> saisies et confirmees (double saisie de l'IBAN) depuis le
       *> profil ; fbq_statut "C" = confirmees (seules utilisables),
       *> "E" = en attente de re-confirmation apres modification,
       *> "I" = IBAN rejete par la banque (virement retourne), a
       *> corriger par le conducteur
       FD fbanque.
       01 tamp_fbanque.
           02 fbq_telephone PIC 9(10).

       *> demandes de versement des conducteurs ; fpay_statut "E" en
       *> attente, "A" approuvee (solde debite, ligne de virement
       *> emise), "R" refusee, puis selon le retour de la banque "X"
       *> virement execute ou "T" virement retourne (solde recredite)
       FD fpayout.
       01 tamp_fpayout.
           02 fpay_num PIC 9(6).

       *> carte de parametres du mode batch sans operateur : un nom de
       *> travail par ligne (REGLEMENT, EXPORT, MANIFESTE AAAAMMJJ,
       *> INTEGRITE, RAPPEL, PARTAGE, PALIERS, ACQUEREUR, LITIGES,
       *> RETOURVIR, ACCUSES, ASSUREUR [AAAAMMJJ], OPENDATA
       *> [COMPLET], IMPORTANN PARTENAIRE [SIMULATION], REGISTRE,
       *> ENTREPOT [REPRISE], RAPPROCHE, EQUILIBRE [AAAAMMJJ],
       *> BACKUP [FORCE], BACKUP VERIFY [generation], FORMATION,
       *> APPROBATIONS, PREVISION, COHORTES, DORMANCE,
       *> PRELEVEMENT, RETOURPRL, ENQUETE, SATISFACTION [AAAAMM],
       *> CAPACITE, BAISSE),
       *> eventuellement suivi de
       *> "/ APRES=NOM1,NOM2 RC=n", ou une seule carte RESTART
       *> <train> ; la presence du fichier au demarrage declenche
       *> l'execution enchainee sans aucun menu
       FD fbatchcarte.
       01 tamp_fbatchcarte PIC X(80).

       *> compte rendu du train de batch : heures de debut et de fin
       *> et code retour par travail, pour l'ordonnanceur

       *> boite d'envoi de la passerelle SMS : chaque message destine
       *> a un utilisateur y est depose en "E" (a envoyer) ; la
       *> passerelle externe le releve et le passe en "S" (envoye),
       *> puis ses accuses de reception le passent en "D" (livre),
       *> "F" (echec) ou "X" (expire)
       FD foutbox.
       01 tamp_foutbox.
           02 fob_num PIC 9(6).
       FD fcsvreservation.
       01 tamp_fcsvreservation PIC X(80).

       *> entreprises qui prennent en charge les trajets domicile-
       *> travail de leurs salaries : fen_plafond est le plafond
       *> mensuel par salarie, fen_statut "A" active, "S" suspendue
       *> (plus aucune nouvelle prise en charge)
       FD fentreprise.
       01 tamp_fentreprise.
           02 fen_code PIC X(8).
           02 fen_nom PIC X(30).
           02 fen_contact PIC 9(10).
           02 fen_plafond PIC 9(6)V9(2).
           02 fen_statut PIC X(1).
           02 fen_date PIC 9(8).

       *> rattachement d'un compte utilisateur a son employeur
       FD fsalarie.
       01 tamp_fsalarie.
           02 fsa_telephone PIC 9(10).
           02 fsa_entreprise PIC X(8).
           02 fsa_date PIC 9(8).

       *> routes canoniques ouvertes a la prise en charge, par
       *> entreprise
       FD froutent.
       01 tamp_froutent.
           02 fre_cle.
              03 fre_entreprise PIC X(8).
              03 fre_depart PIC X(30).
              03 fre_arrive PIC X(30).

       *> prise en charge d'une reservation par l'employeur du
       *> voyageur, en marge de la reservation (cle = fres_code) :
       *> fpc_statut "R" reservee (aucun blocage chez le voyageur),
       *> "C" trajet clos (fpc_stat = ligne statistique), "P" reglee
       *> au conducteur pour le compte de l'employeur, "F" facturee
       *> (fpc_facture), "A" abandonnee (absence, annulation) ;
       *> fpc_periode est le mois du depart, sur lequel porte le
       *> plafond
       FD fprisecharge.
       01 tamp_fprisecharge.
           02 fpc_fres_code PIC 9(6).
           02 fpc_entreprise PIC X(8).
           02 fpc_salarie PIC 9(10).
           02 fpc_annonce PIC 9(6).
           02 fpc_periode PIC 9(6).
           02 fpc_jour PIC 9(8).
           02 fpc_montant PIC 9(8)V9(2).
           02 fpc_stat PIC 9(6).
           02 fpc_statut PIC X(1).
           02 fpc_facture PIC 9(6).

       *> registre des factures mensuelles adressees aux
       *> entreprises ; le numero vient de la sequence "C"
       FD fentfact.
       01 tamp_fentfact.
           02 fef_num PIC 9(6).
           02 fef_entreprise PIC X(8).
           02 fef_periode PIC 9(6).
           02 fef_trajets PIC 9(6).
           02 fef_montant PIC 9(10)V9(2).
           02 fef_date PIC 9(8).

       *> factures entreprise imprimables, avec le releve des
       *> trajets de chaque salarie
       FD ffactent.
       01 tamp_ffactent PIC X(100).

       *> bons cadeaux vendus au guichet : code serie "BC" + numero
       *> de la sequence "P" + cle tiree de l'horloge ; fbc_statut
       *> "V" vendu et en circulation, "U" utilise (credite sur le
       *> compte fbc_beneficiaire), "E" echu sans avoir servi
       FD fbon.
       01 tamp_fbon.
           02 fbc_code PIC X(12).
           02 fbc_valeur PIC 9(6)V9(2).
           02 fbc_emission PIC 9(8).
           02 fbc_expiration PIC 9(8).
           02 fbc_statut PIC X(1).
           02 fbc_agent PIC 9(10).
           02 fbc_acheteur PIC 9(10).
           02 fbc_beneficiaire PIC 9(10).
           02 fbc_utilisation PIC 9(8).

       *> capacite colis declaree par le conducteur a la
       *> publication (cle = code annonce) : nombre de colis acceptes,
       *> places colis restantes et plus grande taille acceptee
       *> (P petit, M moyen, G grand)
       FD fcapcolis.
       01 tamp_fcapcolis.
           02 fcc_annonce PIC 9(6).
           02 fcc_max PIC 9(2).
           02 fcc_dispo PIC 9(2).
           02 fcc_taille_max PIC X(1).

       *> colis reserve sur une annonce : l'expediteur paie (blocage
       *> a la reservation, debit au reglement comme un voyageur), le
       *> destinataire recoit par SMS le code de retrait qu'il donne
       *> au conducteur a la remise. fco_statut 1 reserve, 4 annule,
       *> 5 remis, 6 non remis ; fco_stat = ligne statistique
       FD fcolis.
       01 tamp_fcolis.
           02 fco_num PIC 9(6).
           02 fco_annonce PIC 9(6).
           02 fco_expediteur PIC 9(10).
           02 fco_destinataire PIC 9(10).
           02 fco_taille PIC X(1).
           02 fco_depart PIC X(30).
           02 fco_arrivee PIC X(30).
           02 fco_prix PIC 9(6)V9(2).
           02 fco_montant_bloque PIC 9(6)V9(2).
           02 fco_code_retrait PIC 9(6).
           02 fco_statut PIC 9(1).
           02 fco_date PIC 9(8).
           02 fco_stat PIC 9(6).

       *> demande de trajet deposee par un voyageur : itineraire,
       *> date, plage horaire de depart (HHMM), places et prix
       *> maximal par place. fdt_statut O ouverte, A acceptee (une
       *> reservation a ete faite), F retiree par le voyageur, E
       *> expiree sans suite
       FD fdemtrajet.
       01 tamp_fdemtrajet.
           02 fdt_num PIC 9(6).
           02 fdt_voyageur PIC 9(10).
           02 fdt_depart PIC X(30).
           02 fdt_arrivee PIC X(30).
           02 fdt_date PIC 9(8).
           02 fdt_heure_min PIC 9(4).
           02 fdt_heure_max PIC 9(4).
           02 fdt_places PIC 9(2).
           02 fdt_prix_max PIC 9(6)V9(2).
           02 fdt_statut PIC X(1).
           02 fdt_creation PIC 9(8).
           02 fdt_resa PIC 9(6).

       *> annonce proposee par un conducteur en reponse a une
       *> demande de trajet ; fpd_statut P proposee, A acceptee, R
       *> refusee par le voyageur, C caduque (demande close)
       FD fproposition.
       01 tamp_fproposition.
           02 fpd_num PIC 9(6).
           02 fpd_demande PIC 9(6).
           02 fpd_annonce PIC 9(6).
           02 fpd_conducteur PIC 9(10).
           02 fpd_prix PIC 9(8)V9(2).
           02 fpd_statut PIC X(1).
           02 fpd_date PIC 9(8).

       *> reservation de serie : un voyageur retient une place sur
       *> toutes les occurrences a venir d'un groupe recurrent, ou sur
       *> certains jours de la semaine seulement. fab_jours : un
       *> indicateur O/N par jour, dimanche en premier (rang = jour
       *> de la semaine + 1). fab_statut A active, C annulee
       FD fabonnement.
       01 tamp_fabonnement.
           02 fab_num PIC 9(6).
           02 fab_voyageur PIC 9(10).
           02 fab_groupe PIC 9(6).
           02 fab_jours PIC X(7).
           02 fab_depart PIC X(30).
           02 fab_arrivee PIC X(30).
           02 fab_places PIC 9(2).
           02 fab_statut PIC X(1).
           02 fab_date PIC 9(8).

       *> une ligne par occurrence couverte par une reservation de
       *> serie : la reservation creee, ou 0 si le jour etait complet
       FD fabojour.
       01 tamp_fabojour.
           02 fal_cle.
              03 fal_abonnement PIC 9(6).
              03 fal_annonce PIC 9(6).
           02 fal_fres_code PIC 9(6).

       *> registre des evenements (festivals, salons, matchs) : lieu,
       *> dates et contact de l'organisateur
       FD fevenement.
       01 tamp_fevenement.
           02 fev_code PIC 9(6).
           02 fev_nom PIC X(30).
           02 fev_ville PIC X(30).
           02 fev_debut PIC 9(8).
           02 fev_fin PIC 9(8).
           02 fev_contact PIC X(30).
           02 fev_telephone PIC 9(10).

       *> rattachement d'une annonce a un evenement, choisi par le
       *> conducteur a la publication ; conserve a l'archivage de
       *> l'annonce pour le rapport par evenement
       FD fevannonce.
       01 tamp_fevannonce.
           02 fea_annonce PIC 9(6).
           02 fea_evenement PIC 9(6).

       *> tuteur legal d'un voyageur mineur : le lien ne vaut qu'une
       *> fois confirme par le tuteur avec le code recu par SMS
       *> (statut E en attente, C confirme)
       FD ftuteur.
       01 tamp_ftuteur.
           02 ftu_mineur PIC 9(10).
           02 ftu_tuteur PIC 9(10).
           02 ftu_code PIC 9(6).
           02 ftu_date PIC 9(8).
           02 ftu_statut PIC X(1).

       *> contacts d'urgence d'un utilisateur (un ou deux) ;
       *> fcu_partage = "O" : le trajet du jour de depart leur est
       *> communique par SMS (conducteur, vehicule, route, arrivee)
       FD fcontact.
       01 tamp_fcontact.
           02 fcu_telephone PIC 9(10).
           02 fcu_nom1 PIC X(30).
           02 fcu_tel1 PIC 9(10).
           02 fcu_nom2 PIC X(30).
           02 fcu_tel2 PIC 9(10).
           02 fcu_partage PIC X(1).

       *> objets trouves / perdus, declares par l'une des parties
       *> d'une reservation ; fot_sens "P" = objet perdu par le
       *> declarant, "T" = objet trouve par lui. fot_statut "O"
       *> ouvert, "R" remis en main propre, "E" expedie par la poste
       *> (frais preleves au proprietaire), "F" ferme sans
       *> reclamation apres OBJET-DELAI jours
       FD fobjet.
       01 tamp_fobjet.
           02 fot_num PIC 9(6).
           02 fot_fres_code PIC 9(6).
           02 fot_sens PIC X(1).
           02 fot_declarant PIC 9(10).
           02 fot_autre PIC 9(10).
           02 fot_description PIC X(40).
           02 fot_date PIC 9(8).
           02 fot_statut PIC X(1).
           02 fot_cloture PIC 9(8).
           02 fot_frais PIC 9(4)V9(2).

       *> horaires reels d'une annonce terminee, saisis par le
       *> conducteur a TERMINER_TRAJET : heures HHMM prevue et
       *> effectives, retard au depart en minutes et motif du retard
       *> (0 aucun, 1 circulation, 2 meteo, 3 attente d'un passager,
       *> 4 retard du conducteur, 5 vehicule, 9 autre)
       FD fponctualite.
       01 tamp_fponctualite.
           02 fpo_annonce PIC 9(6).
           02 fpo_conducteur PIC 9(10).
           02 fpo_depart PIC X(30).
           02 fpo_arrivee PIC X(30).
           02 fpo_date PIC 9(8).
           02 fpo_prevu PIC 9(4).
           02 fpo_reel_depart PIC 9(4).
           02 fpo_reel_arrivee PIC 9(4).
           02 fpo_retard PIC 9(4).
           02 fpo_motif PIC 9(1).

       *> palier courant de chaque conducteur, recalcule chaque mois
       *> par le travail PALIERS : "B" bronze, "A" argent, "O" or ;
       *> garde les indicateurs des douze derniers mois qui l'ont
       *> fixe (trajets, note moyenne, annulations tardives,
       *> incidents retenus). Un conducteur absent est au bronze
       FD fpalier.
       01 tamp_fpalier.
           02 fpl_conducteur PIC 9(10).
           02 fpl_niveau PIC X(1).
           02 fpl_periode PIC 9(6).
           02 fpl_trajets PIC 9(5).
           02 fpl_note PIC 9(1)V9(2).
           02 fpl_annulations PIC 9(4).
           02 fpl_incidents PIC 9(3).

       *> historique des paliers par periode AAAAMM, avec le taux de
       *> commission de la periode ; la cloture mensuelle s'y
       *> reporte pour ventiler la commission par palier
       FD fpalierhist.
       01 tamp_fpalierhist.
           02 fph_cle.
              03 fph_conducteur PIC 9(10).
              03 fph_periode PIC 9(6).
           02 fph_niveau PIC X(1).
           02 fph_pct PIC 9(2).

       *> conducteurs favoris d'un voyageur, retenus apres un trajet
       *> regle avec eux : le voyageur est prevenu de chaque nouvelle
       *> annonce approuvee du conducteur (cle secondaire pour la
       *> diffusion a la publication)
       FD ffavori.
       01 tamp_ffavori.
           02 ffv_cle.
              03 ffv_voyageur PIC 9(10).
              03 ffv_conducteur PIC 9(10).
           02 ffv_date.
              03 ffv_annee PIC 9(4).
              03 ffv_mois  PIC 9(2).
              03 ffv_jour  PIC 9(2).

       *> avance donnee aux favoris : jusqu'a fpr_visible
       *> (AAAAMMJJHHMM) l'annonce n'apparait dans la liste generale
       *> et les recherches que pour le conducteur et ses favoris
       FD fprimeur.
       01 tamp_fprimeur.
           02 fpr_annonce PIC 9(6).
           02 fpr_conducteur PIC 9(10).
           02 fpr_visible PIC 9(12).

       *> reservations prises par un agent de l'agence pour un client
       *> au telephone, identifie par un code SMS : agent qui a
       *> reserve, client, date, mode de reglement ("P" porte-monnaie
       *> du client, "E" especes au guichet), montant du trajet et
       *> agence de l'agent
       FD fresagence.
       01 tamp_fresagence.
           02 fra_fres_code PIC 9(6).
           02 fra_agent PIC 9(10).
           02 fra_client PIC 9(10).
           02 fra_date PIC 9(8).
           02 fra_paiement PIC X(1).
           02 fra_montant PIC 9(8)V9(2).
           02 fra_agence PIC X(4).

       *> registre des agences (guichets) : code, nom, ville,
       *> responsable regional et statut ("A" ouverte, "F" fermee)
       FD fagence.
       01 tamp_fagence.
           02 fag_code PIC X(4).
           02 fag_nom PIC X(30).
           02 fag_ville PIC X(30).
           02 fag_responsable PIC 9(10).
           02 fag_statut PIC X(1).

       *> agence de rattachement d'un compte, client comme agent :
       *> posee par l'administration, ou au premier passage d'un
       *> client a un guichet (agence de l'agent qui l'a servi) ; un
       *> compte absent n'est rattache a aucune agence
       FD fagenceutil.
       01 tamp_fagenceutil.
           02 fau_telephone PIC 9(10).
           02 fau_agence PIC X(4).
           02 fau_date PIC 9(8).

       *> recharges carte en ligne en attente de l'acquereur : le
       *> solde n'est credite qu'a la confirmation. frg_statut "A"
       *> en attente, "C" confirmee, "R" refusee par la banque,
       *> "E" expiree sans reponse ; frg_traite = date du denouement
       FD frechargeatt.
       01 tamp_frechargeatt.
           02 frg_ref PIC 9(6).
           02 frg_telephone PIC 9(10).
           02 frg_montant PIC 9(7)V9(2).
           02 frg_date PIC 9(8).
           02 frg_statut PIC X(1).
           02 frg_traite PIC 9(8).

       *> fichier de remise quotidien de l'acquereur carte, une ligne
       *> par operation, "REFERENCE MONTANT STATUT" (ACCEPTE ou
       *> REFUSE, montant avec point decimal) ; le fichier est vide
       *> apres chaque passage de traitement
       FD facquereur.
       01 tamp_facquereur PIC X(80).

       *> lignes de l'acquereur sans recharge correspondante, pour
       *> traitement par la finance
       FD facqanomalie.
       01 tamp_facqanomalie PIC X(120).

       *> registre des litiges carte (chargebacks) : flc_dossier est
       *> la reference du litige chez l'acquereur, flc_ref la
       *> recharge contestee, flc_transaction le mouvement "R"
       *> d'origine au ledger. flc_statut "R" recu, "C" conteste,
       *> "P" perdu, "G" gagne (compte recredite) ; flc_dette est la
       *> part de l'annulation qui n'a pu etre prise sur le solde
       FD flitige.
       01 tamp_flitige.
           02 flc_num PIC 9(6).
           02 flc_dossier PIC X(12).
           02 flc_telephone PIC 9(10).
           02 flc_ref PIC 9(6).
           02 flc_transaction PIC 9(6).
           02 flc_montant PIC 9(7)V9(2).
           02 flc_dette PIC 9(7)V9(2).
           02 flc_date PIC 9(8).
           02 flc_statut PIC X(1).
           02 flc_maj PIC 9(8).

       *> dette d'un compte dont le solde n'a pas suffi a couvrir une
       *> annulation de recharge ; elle est apuree en priorite sur les
       *> recharges suivantes. Le solde du ledger vaut fu_solde moins
       *> cette dette
       FD fdette.
       01 tamp_fdette.
           02 fde_telephone PIC 9(10).
           02 fde_montant PIC 9(7)V9(2).
           02 fde_date PIC 9(8).

       *> fichier des litiges transmis par l'acquereur carte, une
       *> ligne par litige, "DOSSIER REFERENCE MONTANT" (reference de
       *> la recharge contestee, montant avec point decimal) ; le
       *> fichier est vide apres chaque passage de traitement
       FD flitigeacq.
       01 tamp_flitigeacq PIC X(80).

       *> compte rendu du portail bancaire sur les virements emis, en
       *> disposition fixe : date (8), numero de demande (6), statut
       *> (1, "E" execute, "R" retourne), code motif de la banque (4,
       *> pour un retour) ; le fichier est vide apres chaque passage
       *> de traitement
       FD fvirretour.
       01 tamp_fvirretour.
           02 fvr_date PIC 9(8).
           02 fvr_num PIC 9(6).
           02 fvr_statut PIC X(1).
           02 fvr_motif PIC X(4).
           02 FILLER PIC X(61).

       *> virements retournes par la banque et recredites au solde :
       *> frv_statut "O" tant que le conducteur n'a pas corrige son
       *> IBAN, "S" ensuite
       FD fretourvir.
       01 tamp_fretourvir.
           02 frv_num PIC 9(6).
           02 frv_telephone PIC 9(10).
           02 frv_montant PIC 9(8)V9(2).
           02 frv_motif PIC X(4).
           02 frv_date PIC 9(8).
           02 frv_statut PIC X(1).

       *> accuses de reception de la passerelle SMS, une ligne par
       *> message, "NUMERO STATUT CODE" (numero du message de la
       *> boite d'envoi ; LIVRE, ECHEC ou EXPIRE ; code erreur de la
       *> passerelle, facultatif) ; le fichier est vide apres chaque
       *> passage de traitement
       FD faccuse.
       01 tamp_faccuse PIC X(80).

       *> dernier accuse recu pour un message de la boite d'envoi :
       *> statut repris dans fob_statut et code erreur de la
       *> passerelle
       FD faccusereg.
       01 tamp_faccusereg.
           02 fac_num PIC 9(6).
           02 fac_statut PIC X(1).
           02 fac_code PIC X(8).
           02 fac_date PIC 9(8).

       *> numeros dont les SMS echouent : echecs consecutifs, dernier
       *> code erreur ; fnf_signale "O" au-dela du seuil SMS-ECHECS.
       *> La premiere livraison reussie supprime la fiche du numero
       FD fnumechec.
       01 tamp_fnumechec.
           02 fnf_telephone PIC 9(10).
           02 fnf_echecs PIC 9(3).
           02 fnf_code PIC X(8).
           02 fnf_date PIC 9(8).
           02 fnf_signale PIC X(1).

       *> consentement aux messages commerciaux par canal : fcs_sms
       *> (SMS) et fcs_inbox (messagerie de l'application), "O" ou
       *> "N". Un compte absent n'a rien accepte ; les messages de
       *> service (codes, reservations, annulations) ne dependent
       *> pas de ce registre
       FD fconsent.
       01 tamp_fconsent.
           02 fcs_telephone PIC 9(10).
           02 fcs_sms PIC X(1).
           02 fcs_inbox PIC X(1).
           02 fcs_date PIC 9(8).

       *> historique des changements de consentement : date,
       *> telephone, canal, ancienne et nouvelle valeur, origine
       *> (INSCRIPTION, PROFIL, SMS STOP, SMS START)
       FD fconsenthist.
       01 tamp_fconsenthist PIC X(80).

       *> catalogue des libelles de messages et de documents, par
       *> type et par langue ; fmo_texte peut contenir les champs
       *> {NOM} {TEL} {DATE} {CODE} {REF} {MONTANT} {TEXTE}. Un
       *> type absent dans la langue du destinataire retombe sur
       *> FR, puis sur le libelle ecrit dans le programme
       FD fmodele.
       01 tamp_fmodele.
           02 fmo_cle.
               03 fmo_type PIC X(10).
               03 fmo_langue PIC X(2).
           02 fmo_texte PIC X(80).
           02 fmo_date PIC 9(8).
           02 fmo_auteur PIC 9(10).

       *> langue preferee de l'utilisateur (FR ou EN) ; FR sans
       *> enregistrement
       FD flangue.
       01 tamp_flangue.
           02 fla_telephone PIC 9(10).
           02 fla_langue PIC X(2).

       *> declaration quotidienne a l'assureur des passagers
       *> transportes, en disposition fixe de 120 : un en-tete "H",
       *> une ligne "D" par passager embarque (code presente), une
       *> ligne "S" par incident de securite declare le jour (avis
       *> de sinistre) et un enregistrement de fin "T" portant les
       *> comptes et le numero de sequence du fichier
       FD fassur.
       01 tamp_fassur PIC X(120).

       *> registre des declarations a l'assureur, une par jour
       *> declare : numero de sequence attribue a la premiere
       *> emission et repris a chaque reedition
       FD fassreg.
       01 tamp_fassreg.
           02 fasr_date PIC 9(8).
           02 fasr_seq PIC 9(6).
           02 fasr_passagers PIC 9(6).
           02 fasr_sinistres PIC 9(6).
           02 fasr_emis PIC 9(8).
           02 fasr_reeditions PIC 9(3).

       *> flux ouvert des annonces pour les partenaires, en
       *> disposition fixe de 200 : en-tete "H" (nature C complet ou
       *> D differentiel), une ligne par annonce (type A ajout, M
       *> modification, S suppression, C complet) et fin "T" avec les
       *> comptes. Aucune donnee personnelle hors prenom et note du
       *> conducteur
       FD fopendata.
       01 tamp_fopendata PIC X(200).

       *> derniere image publiee de chaque annonce du flux ouvert ;
       *> fod_passage porte la sequence du dernier flux qui l'a vue
       FD fodetat.
       01 tamp_fodetat.
           02 fod_ref PIC 9(6).
           02 fod_image PIC X(199).
           02 fod_passage PIC 9(6).

       *> annonces deposees par un partenaire (navettes d'entreprise,
       *> organisateurs d'evenements), une par ligne, champs separes
       *> par des points-virgules : CONDUCTEUR;AAAAMMJJ;HHMM;DEPART;
       *> ARRIVEE;RDV;ADRESSE;IMMATRICULATION;PLACES;PRIX (ex. 12.50)
       FD fimpann.
       01 tamp_fimpann PIC X(200).

       *> rapport numerote des lignes rejetees d'un import : numero
       *> de ligne, motif, puis la ligne d'origine
       FD fimprej.
       01 tamp_fimprej PIC X(200).

       *> lignes rejetees seules, au format d'import, a corriger et
       *> a redeposer telles quelles
       FD fimpcorr.
       01 tamp_fimpcorr PIC X(200).

       *> extrait du registre national des vehicules, en disposition
       *> fixe : immatriculation (9), marque (20), modele (30), places
       *> homologuees (2), signalement (1, espace, "V" vole, "D"
       *> detruit) ; le fichier est vide apres chargement
       FD fextraitveh.
       01 tamp_fextraitveh.
           02 fxv_immat PIC X(9).
           02 fxv_marque PIC X(20).
           02 fxv_modele PIC X(30).
           02 fxv_places PIC 9(2).
           02 fxv_alerte PIC X(1).
           02 FILLER PIC X(18).

       *> registre des vehicules charge depuis le dernier extrait
       FD fregveh.
       01 tamp_fregveh.
           02 fgv_immat PIC X(9).
           02 fgv_marque PIC X(20).
           02 fgv_modele PIC X(30).
           02 fgv_places PIC 9(2).
           02 fgv_alerte PIC X(1).
           02 fgv_date PIC 9(8).

       *> vehicules signales par le rapprochement avec le registre :
       *> fvb_statut "B" bloque (publication refusee), "L" leve par un
       *> administrateur ; un blocage leve n'est pas repose tant que
       *> le motif de l'ecart reste le meme
       FD fvehbloc.
       01 tamp_fvehbloc.
           02 fvb_immat PIC X(9).
           02 fvb_motif PIC X(40).
           02 fvb_statut PIC X(1).
           02 fvb_date PIC 9(8).
           02 fvb_admin PIC 9(10).

       *> ecarts releves entre voiture.dat et le registre
       FD fecartveh.
       01 tamp_fecartveh PIC X(120).

       *> extrait incremental pour l'entrepot de donnees : une entete
       *> (H), un detail (D) par image du journal depuis le dernier
       *> extrait, un total par fichier (T) et une fin (F) ; voir
       *> w_et_entete, w_et_detail, w_et_total et w_et_fin
       FD fentrepot.
       01 tamp_fentrepot PIC X(300).

       *> enregistrement de controle de l'extrait (cle "BI") :
       *> fet_position est le nombre de lignes du journal deja
       *> extraites, fet_position_prec celui du passage d'avant pour
       *> pouvoir regenerer le dernier extrait a l'identique
       FD fetctl.
       01 tamp_fetctl.
           02 fet_cle PIC X(2).
           02 fet_passage PIC 9(6).
           02 fet_position PIC 9(9).
           02 fet_ts PIC 9(14).
           02 fet_position_prec PIC 9(9).
           02 fet_ts_prec PIC 9(14).
           02 fet_date PIC 9(8).

       *> controle d'execution des trains de batch : une ligne par
       *> carte de chaque train (numero tire de la sequence "t"),
       *> fbk_statut "A" a faire, "T" termine (code retour 4 au
       *> plus), "E" en echec, "S" saute faute de dependance ; une
       *> carte RESTART <train> reprend les etapes non terminees
       FD fbatchctl.
       01 tamp_fbatchctl.
           02 fbk_cle.
               03 fbk_train PIC 9(6).
               03 fbk_etape PIC 9(3).
           02 fbk_carte PIC X(80).
           02 fbk_job PIC X(20).
           02 fbk_statut PIC X(1).
           02 fbk_rc PIC 9(2).
           02 fbk_date PIC 9(8).
           02 fbk_heure PIC 9(6).
           02 fbk_passages PIC 9(2).

       *> totaux de controle ecrits par chaque travail du train :
       *> une fiche par jour, travail et rubrique (LUS, ECRITS,
       *> REJETS, RC, LEDGER-x par type de mouvement, et les
       *> rubriques propres au travail : PRIX, COMMISSION,
       *> EMPLOYEUR pour le reglement, PASSIF, ECARTS...) ; un
       *> travail relance le meme jour remplace ses totaux
       FD fctltot.
       01 tamp_fctltot.
           02 fct_cle.
               03 fct_date PIC 9(8).
               03 fct_job PIC X(12).
               03 fct_rubrique PIC X(10).
           02 fct_train PIC 9(6).
           02 fct_valeur PIC S9(12)V9(2).
           02 fct_heure PIC 9(6).

       *> compte rendu de l'equilibrage des totaux de controle
       FD fequilibre.
       01 tamp_fequilibre PIC X(100).

       *> jeux de sauvegarde en ajout seul : chaque passage du
       *> travail BACKUP y recopie tous les fichiers de l'application,
       *> enregistrement par enregistrement, sous son numero de
       *> generation et le nom du fichier d'origine
       FD fsauvegarde.
       01 tamp_fsauvegarde.
           02 fsv_gen PIC 9(6).
           02 fsv_fichier PIC X(16).
           02 fsv_image PIC X(300).

       *> catalogue des sauvegardes : une fiche d'en-tete par jeu
       *> (fsg_fichier = "*JEU") portant l'horodatage, le statut du
       *> jeu (E en cours, C complet, V verifie, X verification en
       *> echec) et la position du journal des images apres au
       *> moment de la prise, point de depart du rejeu ; puis une
       *> fiche par fichier sauve avec son nombre d'enregistrements
       *> et sa somme de controle (statut S sauve, A absent,
       *> O journal du train en cours, I inaccessible), et le
       *> resultat de la derniere relecture
       FD fsavcat.
       01 tamp_fsavcat.
           02 fsg_cle.
              03 fsg_gen PIC 9(6).
              03 fsg_fichier PIC X(16).
           02 fsg_statut PIC X(1).
           02 fsg_date PIC 9(8).
           02 fsg_heure PIC 9(6).
           02 fsg_nb PIC 9(8).
           02 fsg_somme PIC 9(10).
           02 fsg_long PIC 9(3).
           02 fsg_cr PIC 9(2).
           02 fsg_jrn_position PIC 9(9).
           02 fsg_jrn_ts PIC 9(14).
           02 fsg_verif_date PIC 9(8).
           02 fsg_verif_nb PIC 9(8).
           02 fsg_verif_somme PIC 9(10).

       *> fichier de passage du generateur du jeu de formation :
       *> les enregistrements masques d'un fichier de production y
       *> sont deposes avant d'etre recharges dans le fichier de
       *> meme nom du repertoire de formation
       FD fformation.
       01 tamp_fformation PIC X(300).

       *> actions administratives sensibles soumises a double
       *> validation : la demande garde le demandeur, son motif,
       *> les valeurs avant / apres lisibles et de quoi rejouer
       *> l'action (fap_type R remboursement, G geste incident,
       *> F fusion de comptes, P parametre). fap_statut : E en
       *> attente, A approuvee et executee, J rejetee, X expiree,
       *> I inexecutable a l'approbation (situation changee).
       *> fap_domaine est le domaine de profil exige du valideur ;
       *> pour un parametre, fap_cible porte sa cle
       FD fapprob.
       01 tamp_fapprob.
           02 fap_num PIC 9(6).
           02 fap_type PIC X(1).
           02 fap_statut PIC X(1).
           02 fap_domaine PIC X(1).
           02 fap_demandeur PIC 9(10).
           02 fap_date PIC 9(8).
           02 fap_heure.
              03 fap_hh PIC 9(2).
              03 fap_mn PIC 9(2).
           02 fap_motif PIC X(36).
           02 fap_cible PIC X(20).
           02 fap_avant PIC X(50).
           02 fap_apres PIC X(50).
           02 fap_code PIC 9(6).
           02 fap_tel1 PIC 9(10).
           02 fap_tel2 PIC 9(10).
           02 fap_montant PIC 9(8)V9(2).
           02 fap_payeur PIC X(1).
           02 fap_par_avant PIC 9(8).
           02 fap_par_apres PIC 9(8).
           02 fap_valideur PIC 9(10).
           02 fap_decision_date PIC 9(8).
           02 fap_decision_heure PIC 9(4).
           02 fap_decision_motif PIC X(36).

       *> pires deficits de la derniere prevision de demande, par
       *> rang : route canonique, jour de la semaine (0 = dimanche),
       *> demande projetee, offre des series recurrentes et deficit
       *> sur les quatre semaines a venir ; relu par l'ecran de
       *> campagne ciblee pour viser les conducteurs de la route
       FD fprevision.
       01 tamp_fprevision.
           02 fpv_rang PIC 9(2).
           02 fpv_villeD PIC X(30).
           02 fpv_villeA PIC X(30).
           02 fpv_jour PIC 9(1).
           02 fpv_demande PIC 9(6).
           02 fpv_offre PIC 9(6).
           02 fpv_deficit PIC 9(6).
           02 fpv_date PIC 9(8).

       *> suivi des comptes dormants : derniere connexion (posee a
       *> chaque connexion reussie), etape de la procedure ("0" rien
       *> en cours, "1" premier avis, "2" avis final, "T" solde
       *> transfere aux fonds non reclames), dates des avis, echeance
       *> au-dela de laquelle le solde part, date et montant du
       *> transfert, derniere activite constatee par le batch
       FD fdormance.
       01 tamp_fdormance.
           02 fdo_telephone PIC 9(10).
           02 fdo_derniere_cnx PIC 9(8).
           02 fdo_etape PIC X(1).
           02 fdo_date_avis1 PIC 9(8).
           02 fdo_date_avis2 PIC 9(8).
           02 fdo_echeance PIC 9(8).
           02 fdo_date_transfert PIC 9(8).
           02 fdo_montant PIC 9(7)V9(2).
           02 fdo_derniere_activite PIC 9(8).

       *> fichier reglementaire de transfert des soldes non reclames
       *> a l'organisme de depot, en disposition fixe : par passage,
       *> une ligne "E" d'en-tete (date), une ligne "D" par compte
       *> (telephone, nom, prenom, derniere activite, montant en
       *> centimes, numero du mouvement au ledger) et une ligne "T"
       *> de fin (nombre de comptes, total en centimes)
       FD fnonreclame.
       01 tamp_fnonreclame PIC X(120).

       *> fermetures de compte demandees par leur titulaire :
       *> fcpt_regle "V" solde verse par virement, "D" petit solde
       *> donne, "A" petit solde abandonne ; fcpt_statut "E" virement
       *> de cloture en attente (compte au statut 6), "S" soldee
       *> (compte supprime), "R" virement retourne par la banque
       *> (compte remis actif). La fiche reste apres la suppression
       *> du compte comme trace de la fermeture
       FD fcloturecpt.
       01 tamp_fcloturecpt.
           02 fcpt_telephone PIC 9(10).
           02 fcpt_statut PIC X(1).
           02 fcpt_regle PIC X(1).
           02 fcpt_montant PIC 9(8)V9(2).
           02 fcpt_versement PIC 9(6).
           02 fcpt_date_demande PIC 9(8).
           02 fcpt_date_fin PIC 9(8).

       *> mandats de recharge automatique par prelevement : sous
       *> fmd_seuil (solde disponible) une demande de fmd_montant est
       *> creee, dans la limite de fmd_plafond par mois (fmd_cumul
       *> pour le mois fmd_periode AAAAMM). fmd_statut "A" actif, "S"
       *> suspendu apres des rejets successifs (fmd_echecs), "R"
       *> resilie ; fmd_encours = demande en cours, 0 si aucune
       FD fmandat.
       01 tamp_fmandat.
           02 fmd_telephone PIC 9(10).
           02 fmd_statut PIC X(1).
           02 fmd_seuil PIC 9(6)V9(2).
           02 fmd_montant PIC 9(6)V9(2).
           02 fmd_plafond PIC 9(6)V9(2).
           02 fmd_periode PIC 9(6).
           02 fmd_cumul PIC 9(6)V9(2).
           02 fmd_echecs PIC 9(1).
           02 fmd_encours PIC 9(6).
           02 fmd_date_signature PIC 9(8).

       *> demandes de prelevement nees des mandats : fprl_statut "P"
       *> a transmettre, "E" transmise a la banque, "X" executee (solde
       *> credite), "T" rejetee (motif de la banque dans fprl_motif)
       FD fprelev.
       01 tamp_fprelev.
           02 fprl_num PIC 9(6).
           02 fprl_telephone PIC 9(10).
           02 fprl_montant PIC 9(6)V9(2).
           02 fprl_date PIC 9(8).
           02 fprl_statut PIC X(1).
           02 fprl_motif PIC X(4).
           02 fprl_traite PIC 9(8).

       *> ordres de prelevement en disposition fixe pour le portail
       *> bancaire : date (8), numero de demande (6), telephone (10),
       *> IBAN (34), titulaire (30), montant en centimes (12),
       *> reference du mandat (18)
       FD fprelbanque.
       01 tamp_fprelbanque PIC X(120).

       *> compte rendu du portail bancaire sur les prelevements, en
       *> disposition fixe : date (8), numero de demande (6), statut
       *> (1, "E" execute, "R" rejete), code motif de la banque (4,
       *> pour un rejet) ; le fichier est vide apres chaque passage
       *> de traitement
       FD fprelretour.
       01 tamp_fprelretour.
           02 fprr_date PIC 9(8).
           02 fprr_num PIC 9(6).
           02 fprr_statut PIC X(1).
           02 fprr_motif PIC X(4).
           02 FILLER PIC X(61).

       *> enquete de satisfaction apres trajet, une fiche par
       *> reservation reglee et par partie (fsat_role "V" voyageur,
       *> "C" conducteur), route en graphie canonique. fsat_statut
       *> "A" a tirer le lendemain du reglement, "N" non retenue par
       *> l'echantillon, "E" SMS envoye, "R" note recue (0 a 10), "X"
       *> sans reponse dans le delai. Une note de 0 a 6 (detracteur)
       *> attend un rappel : fsat_suivi "A" a rappeler, "F" fait
       FD fsatisfaction.
       01 tamp_fsatisfaction.
           02 fsat_cle.
              03 fsat_reservation PIC 9(6).
              03 fsat_role PIC X(1).
           02 fsat_telephone PIC 9(10).
           02 fsat_villeD PIC X(30).
           02 fsat_villeA PIC X(30).
           02 fsat_date_regle PIC 9(8).
           02 fsat_statut PIC X(1).
           02 fsat_date_envoi PIC 9(8).
           02 fsat_note PIC 9(2).
           02 fsat_date_reponse PIC 9(8).
           02 fsat_suivi PIC X(1).

       *> releve de capacite hebdomadaire, une fiche par semaine (date
       *> du lundi) et par objet : fichier de donnees (fcap_type "F",
       *> fcap_nb = nombre d'enregistrements) ou sequence de fcode
       *> ("S", fcap_nb = prochaine valeur). Croissance sur 4 et 12
       *> semaines, date projetee d'atteinte de la limite (0 si
       *> aucune croissance) et fcap_alerte "O" si elle tombe dans
       *> l'horizon d'alerte
       FD fcapacite.
       01 tamp_fcapacite.
           02 fcap_cle.
              03 fcap_semaine PIC 9(8).
              03 fcap_objet PIC X(16).
           02 fcap_type PIC X(1).
           02 fcap_date PIC 9(8).
           02 fcap_nb PIC 9(9).
           02 fcap_croit4 PIC S9(9).
           02 fcap_croit12 PIC S9(9).
           02 fcap_connu4 PIC 9(1).
           02 fcap_connu12 PIC 9(1).
           02 fcap_rythme PIC 9(9).
           02 fcap_limite PIC 9(9).
           02 fcap_projection PIC 9(8).
           02 fcap_alerte PIC X(1).

       *> baisse de prix de derniere minute choisie a la publication :
       *> fbp_pct % de moins quand des places restent libres fbp_delai
       *> heures avant le depart, jamais sous le plancher du bareme.
       *> fbp_statut "O" en attente, "A" appliquee, "S" sans objet
       *> (fbp_motif "C" complet, "P" deja au plancher, "D" parti
       *> sans baisse, "X" annonce disparue). Une fois appliquee, le
       *> prix d'origine est garde pour les comptes rendus et pour
       *> les reservations prises avant la baisse (code inferieur a
       *> fbp_resa_seuil) ; fbp_places_remplies cumule les places
       *> voyagees par les reservations prises depuis
       FD fbaisse.
       01 tamp_fbaisse.
           02 fbp_code PIC 9(6).
           02 fbp_pct PIC 9(2).
           02 fbp_delai PIC 9(3).
           02 fbp_statut PIC X(1).
           02 fbp_motif PIC X(1).
           02 fbp_prix_origine PIC 9(8)V9(2).
           02 fbp_prix_baisse PIC 9(8)V9(2).
           02 fbp_date PIC 9(8).
           02 fbp_heure PIC 9(4).
           02 fbp_resa_seuil PIC 9(6).
           02 fbp_places_libres PIC 9(2).
           02 fbp_places_remplies PIC 9(3).

       *> anciennes dispositions, pour la conversion unique
       FD futilold.
       01 tamp_futilold.
           02 fao_groupe_recurrence PIC 9(6).
           02 fao_immatriculation PIC X(9).

       *> disposition intermediaire de utilisateur.dat (d'avant la
       *> date de naissance), pour la conversion unique
       FD futilmid.
       01 tamp_futilmid.
           02 fum_telephone PIC 9(10).
           02 fum_nom PIC A(20).
           02 fum_prenom PIC A(30).
           02 fum_mdp PIC X(10).
           02 fum_type PIC 9(1).
           02 fum_solde PIC 9(7)V9(2).
           02 fum_immatriculation PIC X(9).
           02 fum_nbplace PIC 9(2).
           02 fum_status PIC 9(2).
           02 fum_nb_echecs PIC 9(2).
           02 fum_nb_noshow PIC 9(2).
           02 fum_solde_bloque PIC 9(7)V9(2).
           02 fum_confiance PIC X(1).

       *> disposition de utilisateur.dat d'avant la date
       *> d'inscription, pour la conversion unique
       FD futilnai.
       01 tamp_futilnai.
           02 fun_telephone PIC 9(10).
           02 fun_nom PIC A(20).
           02 fun_prenom PIC A(30).
           02 fun_mdp PIC X(10).
           02 fun_type PIC 9(1).
           02 fun_solde PIC 9(7)V9(2).
           02 fun_immatriculation PIC X(9).
           02 fun_nbplace PIC 9(2).
           02 fun_status PIC 9(2).
           02 fun_nb_echecs PIC 9(2).
           02 fun_nb_noshow PIC 9(2).
           02 fun_solde_bloque PIC 9(7)V9(2).
           02 fun_confiance PIC X(1).
           02 fun_date_naissance PIC 9(8).

       *> disposition intermediaire de annonce.dat (enregistrement
       *> courant, cles d'avant la cle de date), pour la conversion
       *> unique
       FD fsnaputil.
       01 tamp_fsnaputil.
           02 snu_telephone PIC 9(10).
           02 snu_reste PIC X(113).

       FD fsnapstat.
       01 tamp_fsnapstat.
       *> fichier entier par cle primaire : l'export CSV des
       *> reservations (cle CSVRES) et le reglement de fin de journee
       *> (cle REGLT, remise a zero en fin de passage complet) ;
       *> l'archivage (ARCHAAAA), l'anonymisation (ANONRES, ANONSTA,
       *> ANONTRA, ANONARC, ANONARA), la facturation (FACTAAAAMM,
       *> rang du conducteur) et la rotation des journaux (ROT + nom
       *> du journal, generation en cours) effacent leur fiche en
       *> fin de passage complet ; ckp_cle identifie le traitement,
       *> ckp_dernier_code le dernier enregistrement traite
       FD fcheckpoint.
       01 tamp_fcheckpoint.
           02 ckp_cle PIC X(10).
       77 cr_fresold PIC 9(2).
       77 cr_fannold PIC 9(2).
       77 cr_fannmid PIC 9(2).
       77 cr_futilmid PIC 9(2).
       77 cr_futilnai PIC 9(2).
       77 cr_finvold PIC 9(2).
       77 cr_fstatold PIC 9(2).
       77 cr_fvoitold PIC 9(2).
       77 cr_fsnaputil PIC 9(2).
       77 cr_fsnapstat PIC 9(2).
       77 cr_fcheckpoint PIC 9(2).
       77 cr_fentreprise PIC 9(2).
       77 cr_fsalarie PIC 9(2).
       77 cr_froutent PIC 9(2).
       77 cr_fprisecharge PIC 9(2).
       77 cr_fentfact PIC 9(2).
       77 cr_ffactent PIC 9(2).
       77 cr_fbon PIC 9(2).
       77 cr_fcapcolis PIC 9(2).
       77 cr_fcolis PIC 9(2).
       77 cr_fdemtrajet PIC 9(2).
       77 cr_fproposition PIC 9(2).
       77 cr_fabonnement PIC 9(2).
       77 cr_fabojour PIC 9(2).
       77 cr_fevenement PIC 9(2).
       77 cr_fevannonce PIC 9(2).
       77 cr_ftuteur PIC 9(2).
       77 cr_fcontact PIC 9(2).
       77 cr_fobjet PIC 9(2).
       77 cr_fponctualite PIC 9(2).
       77 cr_fpalier PIC 9(2).
       77 cr_fpalierhist PIC 9(2).
       77 cr_ffavori PIC 9(2).
       77 cr_fprimeur PIC 9(2).
       77 cr_fresagence PIC 9(2).
       77 cr_fagence PIC 9(2).
       77 cr_fagenceutil PIC 9(2).
       77 cr_frechargeatt PIC 9(2).
       77 cr_facquereur PIC 9(2).
       77 cr_facqanomalie PIC 9(2).
       77 cr_flitige PIC 9(2).
       77 cr_fdette PIC 9(2).
       77 cr_flitigeacq PIC 9(2).
       77 cr_fvirretour PIC 9(2).
       77 cr_fretourvir PIC 9(2).
       77 cr_faccuse PIC 9(2).
       77 cr_faccusereg PIC 9(2).
       77 cr_fnumechec PIC 9(2).
       77 cr_fconsent PIC 9(2).
       77 cr_fconsenthist PIC 9(2).
       77 cr_fmodele PIC 9(2).
       77 cr_flangue PIC 9(2).
       77 cr_fassur PIC 9(2).
       77 cr_fassreg PIC 9(2).
       77 cr_fopendata PIC 9(2).
       77 cr_fodetat PIC 9(2).
       77 cr_fimpann PIC 9(2).
       77 cr_fimprej PIC 9(2).
       77 cr_fimpcorr PIC 9(2).
       77 cr_fextraitveh PIC 9(2).
       77 cr_fregveh PIC 9(2).
       77 cr_fvehbloc PIC 9(2).
       77 cr_fecartveh PIC 9(2).
       77 cr_fentrepot PIC 9(2).
       77 cr_fetctl PIC 9(2).
       77 cr_fbatchctl PIC 9(2).
       77 cr_fctltot PIC 9(2).
       77 cr_fequilibre PIC 9(2).
       77 cr_fsauvegarde PIC 9(2).
       77 cr_fsavcat PIC 9(2).
       77 cr_fformation PIC 9(2).
       77 cr_fapprob PIC 9(2).
       77 cr_fprevision PIC 9(2).
       77 cr_fdormance PIC 9(2).
       77 cr_fnonreclame PIC 9(2).
       77 cr_fcloturecpt PIC 9(2).
       77 cr_fmandat PIC 9(2).
       77 cr_fprelev PIC 9(2).
       77 cr_fprelbanque PIC 9(2).
       77 cr_fprelretour PIC 9(2).
       77 cr_fsatisfaction PIC 9(2).
       77 cr_fcapacite PIC 9(2).
       77 cr_fbaisse PIC 9(2).

           *> toure
       01 wutilisateur.
           02 wu_nb_noshow PIC 9(2).
           02 wu_solde_bloque PIC 9(7)V9(2).
           02 wu_confiance PIC X(1).
           02 wu_date_naissance PIC 9(8).
           02 wu_date_inscription PIC 9(8).

       77 w_teluser PIC 9(10).
       77 w_text PIC X(30).
           02 w_statut_annonce PIC 9(1).
       77 Wfin PIC 9(1).
       77 w_fin PIC 9(1).
       77 w_opt PIC 9(2).
       77 w_premier_jour PIC 9(2).
       77 w_dernier_jour PIC 9(2).
       77 w_immat_choisie PIC X(9).
           02 w_cai_l_agent PIC 9(10).
           02 w_cai_l_client PIC 9(10).
           02 w_cai_l_montant PIC 9(8)V9(2).
           02 w_cai_l_nature PIC X(1).
           02 w_cai_l_agence PIC X(4).
       77 w_cai_client PIC 9(10).
       77 w_cai_montant PIC 9(8)V9(2).
       77 w_cai_date PIC 9(8).
              03 w_rt_offertes PIC 9(6).
              03 w_rt_dernier PIC 9(6).
              03 w_rt_affiche PIC 9(1).
              03 w_rt_baisses PIC 9(4).
              03 w_rt_remplies PIC 9(6).
       77 w_rt_idx PIC 9(3).
       77 w_rt_cur PIC 9(3).
       77 w_rt_meilleur PIC 9(3).
              03 w_srch_note PIC 9(1)V9(2).
              03 w_srch_heure PIC 9(4).
              03 w_srch_annul PIC 9(3).
              03 w_srch_retard PIC 9(4).
       01 w_srch_temp PIC X(40).
       77 w_srch_i PIC 9(2).
       77 w_srch_j PIC 9(2).
       77 w_dernier_resa PIC 9(6).
       77 w_hash_ord PIC 9(3).
       77 w_hash_tmp PIC 9(12).
       77 w_hash_q PIC 9(10).
       *> comptes employeurs : prise en charge et facturation
       77 w_ent_code PIC X(8).
       77 w_ent_tel PIC 9(10).
       77 w_ent_prise PIC 9(1).
       77 w_ent_montant PIC 9(8)V9(2).
       77 w_ent_conso PIC 9(8)V9(2).
       77 w_ent_plafond PIC 9(8)V9(2).
       77 w_ent_periode PIC 9(6).
       77 w_ent_annee PIC 9(4).
       77 w_ent_mois PIC 9(2).
       77 w_ent_depart PIC X(30).
       77 w_ent_arrive PIC X(30).
       77 w_ent_nb PIC 9(6).
       77 w_ent_total PIC 9(10)V9(2).
       77 w_ent_num PIC 9(6).
       77 w_ent_nbfact PIC 9(4).
       77 w_ent_nom PIC X(30).
       77 w_ent_jour PIC 9(8).
       77 w_ent_annonce PIC 9(6).
       77 w_ent_mode PIC 9(1).

       *> bons cadeaux : vente, utilisation, encours et echeances
       77 w_bon_code PIC X(12).
       77 w_bon_serie PIC 9(6).
       77 w_bon_alea PIC 9(4).
       77 w_bon_cle PIC 9(4).
       77 w_bon_tmp PIC 9(12).
       77 w_bon_quot PIC 9(12).
       77 w_bon_valeur PIC 9(6)V9(2).
       77 w_bon_acheteur PIC 9(10).
       77 w_bon_jour PIC 9(8).
       77 w_bon_validite PIC 9(4) VALUE 365.
       77 w_bon_ok PIC 9(1).
       77 w_bon_nb PIC 9(6).
       77 w_bon_encours PIC 9(10)V9(2).
       77 w_bon_nb_exp PIC 9(6).
       77 w_bon_mnt_exp PIC 9(10)V9(2).
       77 w_bon_vendu PIC 9(10)V9(2).

       *> colis transportes sur les annonces
       77 w_col_accepte PIC X(1).
       77 w_col_max PIC 9(2).
       77 w_col_taille_max PIC X(1).
       77 w_col_taille PIC X(1).
       77 w_col_rang PIC 9(1).
       77 w_col_rang_max PIC 9(1).
       77 w_col_prix PIC 9(6)V9(2).
       77 w_col_prix_p PIC 9(4) VALUE 5.
       77 w_col_prix_m PIC 9(4) VALUE 10.
       77 w_col_prix_g PIC 9(4) VALUE 15.
       77 w_col_dest PIC 9(10).
       77 w_col_annonce PIC 9(6).
       77 w_col_num PIC 9(6).
       77 w_col_ok PIC 9(1).
       77 w_col_nb PIC 9(4).
       77 w_col_saisi PIC 9(6).
       77 w_col_remis PIC 9(1).
       77 w_col_lieu PIC X(30).
       77 w_col_date PIC 9(8).

       *> demandes de trajet et propositions des conducteurs
       77 w_dt_num PIC 9(6).
       77 w_dt_prop PIC 9(6).
       77 w_dt_annonce PIC 9(6).
       77 w_dt_imposee PIC 9(6) VALUE 0.
       77 w_dt_date PIC 9(8).
       77 w_dt_annee PIC 9(4).
       77 w_dt_mois PIC 9(2).
       77 w_dt_jj PIC 9(2).
       77 w_dt_jour PIC 9(8).
       77 w_dt_heure_min PIC 9(4).
       77 w_dt_heure_max PIC 9(4).
       77 w_dt_hmin PIC 9(2).
       77 w_dt_hmax PIC 9(2).
       77 w_dt_nb PIC 9(4).
       77 w_dt_nb_prop PIC 9(4).
       77 w_dt_ok PIC 9(1).
       77 w_dt_choix PIC X(1).
       77 w_dt_voyageur PIC 9(10).
       77 w_dt_conducteur PIC 9(10).
       77 w_dt_depart PIC X(30).
       77 w_dt_arrivee PIC X(30).
       77 w_dt_places PIC 9(2).
       77 w_dt_prix_max PIC 9(6)V9(2).
       77 w_dt_compte PIC 9(6).
       77 w_dt_type PIC 9(1).

       *> reservations de serie
       77 w_ab_num PIC 9(6).
       77 w_ab_groupe PIC 9(6).
       77 w_ab_jours PIC X(7).
       77 w_ab_places PIC 9(2).
       77 w_ab_conducteur PIC 9(10).
       77 w_ab_ok PIC 9(1).
       77 w_ab_nb PIC 9(4).
       77 w_ab_nb_jours PIC 9(4).
       77 w_ab_jour PIC 9(8).
       77 w_ab_int PIC 9(9).
       77 w_ab_wd PIC 9(1).
       77 w_ab_rep PIC X(1).
       77 w_ab_resa PIC 9(6).
       77 w_ab_liste PIC X(42).
       77 w_ab_ptr PIC 9(3).
       77 w_ab_k PIC 9(2).
       77 w_ab_voyageur PIC 9(10).
       77 w_ab_libelle PIC X(8).
       01 w_ab_table.
           02 w_ab_n PIC 9(3).
           02 w_ab_occ PIC 9(6) OCCURS 100.
       77 w_ab_i PIC 9(3).

       *> evenements et annonces rattachees
       77 w_ev_code PIC 9(6).
       77 w_ev_tag PIC 9(6).
       77 w_ev_ville PIC X(30).
       77 w_ev_jour PIC 9(8).
       77 w_ev_ok PIC 9(1).
       77 w_ev_nb PIC 9(4).
       77 w_ev_trouve PIC 9(1).
       77 w_ev_offertes PIC 9(6).
       77 w_ev_reservees PIC 9(6).
       77 w_ev_non_servies PIC 9(6).
       77 w_ev_annonces PIC 9(4).
       77 w_ev_ca PIC 9(10)V9(2).
       77 w_ev_commission PIC 9(10)V9(2).
       77 w_ev_int_deb PIC 9(9).
       77 w_ev_int_fin PIC 9(9).
       77 w_ev_int PIC 9(9).
       77 w_ev_sens PIC X(6).

       *> date de naissance, age et tutelle des mineurs
       77 w_age_conduite PIC 9(2).
       77 w_age_majorite PIC 9(2).
       77 w_age_naissance PIC 9(8).
       77 w_age_annee PIC 9(4).
       77 w_age_mois PIC 9(2).
       77 w_age_jour PIC 9(2).
       77 w_age_courant PIC 9(8).
       77 w_age_ans PIC 9(3).
       77 w_tut_ok PIC 9(1).
       77 w_tut_tuteur PIC 9(10).
       77 w_tut_mineur PIC 9(10).
       77 w_tut_saisi PIC 9(6).
       77 w_tut_nb PIC 9(4).

       *> contacts d'urgence et partage du trajet du jour
       77 w_cu_trouve PIC 9(1).
       77 w_cu_nb PIC 9(4).
       77 w_cu_prenom_cond PIC X(30).
       77 w_cu_prenom_voy PIC X(30).
       77 w_cu_depart PIC X(30).
       77 w_cu_arrivee PIC X(30).
       77 w_cu_duree PIC 9(3).
       77 w_cu_minutes PIC 9(5).
       77 w_cu_hh PIC 9(2).
       77 w_cu_mn PIC 9(2).
       77 w_cu_tel PIC 9(10).

       *> objets trouves
       77 w_obj_num PIC 9(6).
       77 w_obj_ok PIC 9(1).
       77 w_obj_nb PIC 9(5).
       77 w_obj_sens PIC X(1).
       77 w_obj_choix PIC X(1).
       77 w_obj_delai PIC 9(3).
       77 w_obj_jour PIC 9(8).
       77 w_obj_int PIC 9(9).
       77 w_obj_int_jour PIC 9(9).
       77 w_obj_frais PIC 9(4)V9(2).
       77 w_obj_proprio PIC 9(10).
       77 w_obj_voyageur PIC 9(10).
       77 w_obj_conducteur PIC 9(10).
       77 w_obj_libelle PIC X(12).
       77 w_obj_decl PIC 9(5).
       77 w_obj_remis PIC 9(5).
       77 w_obj_poste PIC 9(5).
       77 w_obj_ferme PIC 9(5).
       77 w_obj_ouvert PIC 9(5).

       *> ponctualite des conducteurs
       77 w_pon_tolerance PIC 9(3).
       77 w_pon_hh PIC 9(2).
       77 w_pon_mn PIC 9(2).
       77 w_pon_ecart PIC S9(5).
       77 w_pon_moyenne PIC 9(4).
       77 w_pon_cumul PIC 9(8).
       77 w_pon_compte PIC 9(5).
       77 w_pon_annee PIC 9(4).
       77 w_pon_mois PIC 9(2).
       77 w_pon_cle_cour PIC X(61).
       77 w_pon_titre PIC X(30).
       77 w_pon_taux PIC 9(3).
       77 w_pon_idx PIC 9(3).
       77 w_pon_cur PIC 9(3).
       77 w_pon_rang PIC 9(2).
       77 w_pon_pire PIC 9(3).
       77 w_pon_max PIC 9(4).
       01 w_pon_table.
           02 w_pon_nb PIC 9(3).
           02 w_pon_entree OCCURS 100.
              03 w_pon_cle PIC X(61).
              03 w_pon_trajets PIC 9(5).
              03 w_pon_alheure PIC 9(5).
              03 w_pon_retards PIC 9(8).
              03 w_pon_moy PIC 9(4).
              03 w_pon_affiche PIC 9(1).

       *> paliers conducteur et commission par palier
       77 w_pct_bronze PIC 9(2).
       77 w_pct_argent PIC 9(2).
       77 w_pct_or PIC 9(2).
       77 w_pal_arg_trajets PIC 9(5).
       77 w_pal_or_trajets PIC 9(5).
       77 w_pal_arg_note PIC 9(2).
       77 w_pal_or_note PIC 9(2).
       77 w_pal_arg_annul PIC 9(4).
       77 w_pal_or_annul PIC 9(4).
       77 w_pal_arg_incid PIC 9(3).
       77 w_pal_or_incid PIC 9(3).
       77 w_pal_conducteur PIC 9(10).
       77 w_pal_niveau PIC X(1).
       77 w_pal_ancien PIC X(1).
       77 w_pal_pct PIC 9(2).
       77 w_pal_libelle PIC X(6).
       77 w_pal_periode PIC 9(6).
       77 w_pal_debut PIC 9(8).
       77 w_pal_trajets PIC 9(5).
       77 w_pal_annonce PIC 9(6).
       77 w_pal_note10 PIC 9(2).
       77 w_pal_annulations PIC 9(4).
       77 w_pal_incidents PIC 9(3).
       77 w_pal_resa_cond PIC 9(10).
       77 w_pal_date PIC 9(8).
       77 w_pal_nb_or PIC 9(5).
       77 w_pal_nb_argent PIC 9(5).
       77 w_pal_nb_bronze PIC 9(5).
       77 w_pal_nb_change PIC 9(5).
       77 w_pal_i PIC 9(1).
       01 w_clp_table.
           02 w_clp_entree OCCURS 4.
              03 w_clp_comm PIC 9(10)V9(2).
              03 w_clp_trajets PIC 9(6).

       *> conducteurs favoris et avance de publication
       77 w_fav_avance PIC 9(2).
       77 w_fav_conducteur PIC 9(10).
       77 w_fav_trouve PIC 9(1).
       77 w_fav_masque PIC 9(1).
       77 w_fav_nb PIC 9(4).
       77 w_fav_date PIC 9(8).
       77 w_fav_maintenant PIC 9(12).
       77 w_fav_minutes PIC 9(6).
       77 w_fav_jours PIC 9(3).
       77 w_fav_reste PIC 9(4).
       77 w_fav_hh PIC 9(2).
       77 w_fav_mn PIC 9(2).

       *> reservation assistee par l'agence
       77 w_agc_client PIC 9(10).
       77 w_agc_agent PIC 9(10).
       77 w_agc_ok PIC 9(1).
       77 w_agc_essais PIC 9(1).
       77 w_agc_resa PIC 9(6).
       77 w_agc_aller PIC 9(6).
       77 w_agc_cour PIC 9(6).
       77 w_agc_montant PIC 9(8)V9(2).
       77 w_agc_total PIC 9(8)V9(2).
       77 w_agc_mode PIC X(1).

       *> agences : rattachement et ventilation des etats par agence
       77 w_agu_tel PIC 9(10).
       77 w_agu_agence PIC X(4).
       77 w_agu_code PIC X(4).
       77 w_agt_cle PIC X(4).
       77 w_agt_m1 PIC 9(10)V9(2).
       77 w_agt_m2 PIC 9(10)V9(2).
       77 w_agt_i PIC 9(2).
       77 w_agt_cur PIC 9(2).
       01 w_agt_table.
           02 w_agt_nb PIC 9(2).
           02 w_agt_entree OCCURS 30.
              03 w_agt_code PIC X(4).
              03 w_agt_nombre PIC 9(6).
              03 w_agt_montant PIC 9(10)V9(2).
              03 w_agt_montant2 PIC 9(10)V9(2).

       *> rapprochement du fichier de l'acquereur carte
       77 w_acq_delai PIC 9(3) VALUE 3.
       77 w_acq_jour PIC 9(8).
       77 w_acq_limite PIC 9(8).
       77 w_acq_ref_x PIC X(6).
       77 w_acq_mnt_x PIC X(14).
       77 w_acq_statut PIC X(10).
       77 w_acq_ref PIC 9(6).
       77 w_acq_montant PIC 9(7)V9(2).
       77 w_acq_valide PIC 9(1).
       77 w_acq_motif PIC X(30).
       77 w_acq_ok PIC 9(5).
       77 w_acq_refus PIC 9(5).
       77 w_acq_expire PIC 9(5).
       77 w_acq_exc PIC 9(5).
       77 w_acq_i PIC 9(2).
       77 w_acq_trouve PIC 9(1).
       01 w_acq_table.
           02 w_acq_nb PIC 9(2).
           02 w_acq_tel PIC 9(10) OCCURS 50.
       *> lignes acceptees non appliquees (compte indisponible),
       *> rendues au fichier de remise pour le passage suivant ;
       *> table pleine, la remise est laissee entiere
       01 w_acq_reprises.
           02 w_acq_rep_nb PIC 9(3).
           02 w_acq_rep_entree OCCURS 200.
              03 w_acq_rep_ref PIC 9(6).
              03 w_acq_rep_ligne PIC X(80).
       77 w_acq_rep_plein PIC 9(1).
       77 w_acq_rep_i PIC 9(3).
       77 w_acq_en_reprise PIC 9(1).

       *> litiges carte et dette des comptes
       77 w_acq_ligne PIC X(80).
       77 w_lc_dossier PIC X(12).
       77 w_lc_num PIC 9(6).
       77 w_lc_trans PIC 9(6).
       77 w_lc_tel PIC 9(10).
       77 w_lc_montant PIC 9(7)V9(2).
       77 w_lc_dette PIC 9(7)V9(2).
       77 w_lc_statut PIC X(1).
       77 w_lc_ouverts PIC 9(4).
       77 w_lc_nb PIC 9(5).
       77 w_lc_ok PIC 9(1).
       77 w_det_tel PIC 9(10).
       77 w_det_montant PIC 9(7)V9(2).
       77 w_det_impute PIC 9(7)V9(2).

       *> retours du portail bancaire sur les virements
       77 w_vrt_jour PIC 9(8).
       77 w_vrt_credite PIC 9(1).
       77 w_vrt_exec PIC 9(5).
       77 w_vrt_retour PIC 9(5).
       77 w_vrt_ok PIC 9(1).
       77 w_vrt_nb PIC 9(5).
       77 w_vrt_montant PIC 9(10)V9(2).
       77 w_vrt_transit PIC 9(10)V9(2).
       77 w_vrt_nb_transit PIC 9(5).
       77 w_bq_ancien PIC X(1).
       77 w_bq_iban_rejete PIC X(34).

       *> accuses de reception SMS et comptage facturable
       77 w_acs_seuil PIC 9(3) VALUE 3.
       77 w_acs_jour PIC 9(8).
       77 w_acs_num_x PIC X(6).
       77 w_acs_statut_x PIC X(10).
       77 w_acs_code PIC X(8).
       77 w_acs_statut PIC X(1).
       77 w_acs_tel PIC 9(10).
       77 w_acs_livres PIC 9(5).
       77 w_acs_echecs PIC 9(5).
       77 w_acs_expires PIC 9(5).
       77 w_acs_rejets PIC 9(5).
       77 w_acs_signales PIC 9(5).
       77 w_acs_periode PIC 9(6).
       77 w_acs_annee PIC 9(4).
       77 w_acs_mois PIC 9(2).
       77 w_acs_i PIC 9(2).
       77 w_acs_cur PIC 9(2).
       77 w_acs_total PIC 9(7).
       01 w_acs_table.
           02 w_acs_nb PIC 9(2).
           02 w_acs_entree OCCURS 30.
              03 w_acs_type PIC X(10).
              03 w_acs_factures PIC 9(7).
              03 w_acs_t_livres PIC 9(7).
              03 w_acs_t_echecs PIC 9(7).
              03 w_acs_t_expires PIC 9(7).

       *> consentement aux messages commerciaux
       77 w_cst_tel PIC 9(10).
       77 w_cst_sms PIC X(1).
       77 w_cst_inbox PIC X(1).
       77 w_cst_source PIC X(12).
       77 w_cst_ancien_sms PIC X(1).
       77 w_cst_ancien_inbox PIC X(1).
       77 w_cst_jour PIC 9(8).
       77 w_cst_canal PIC X(5).
       77 w_cst_avant PIC X(1).
       77 w_cst_apres PIC X(1).
       77 w_cmp_exclus PIC 9(3).

       *> rendu des messages depuis le catalogue : l'appelant
       *> renseigne w_mdl_type et les valeurs des champs
       77 w_mdl_type PIC X(10) VALUE SPACE.
       77 w_mdl_tel PIC 9(10).
       77 w_mdl_langue PIC X(2).
       77 w_mdl_trouve PIC 9(1).
       77 w_mdl_modele PIC X(80).
       77 w_mdl_texte PIC X(80).
       77 w_mdl_nom PIC X(30).
       77 w_mdl_num_tel PIC X(10).
       77 w_mdl_date PIC X(10).
       77 w_mdl_code PIC X(10).
       77 w_mdl_ref PIC X(10).
       77 w_mdl_montant PIC X(12).
       *> texte libre : motif, trajet, heure, libelle ...
       77 w_mdl_libre PIC X(70).
       77 w_mdl_valeur PIC X(70).
       77 w_mdl_blancs PIC 9(2).
       77 w_mdl_i PIC 9(3).
       77 w_mdl_p PIC 9(3).
       77 w_mdl_nb PIC 9(4).

       *> declaration a l'assureur
       77 w_asu_date PIC 9(8).
       77 w_asu_seq PIC 9(6).
       77 w_asu_nature PIC X(1).
       77 w_asu_nouveau PIC 9(1).
       77 w_asu_jour PIC 9(8).
       77 w_asu_distance PIC 9(4).
       77 w_asu_passagers PIC 9(6).
       77 w_asu_sinistres PIC 9(6).
       77 w_asu_nb PIC 9(4).
       01 w_asu_entete.
           02 w_ase_type PIC X(1).
           02 w_ase_emetteur PIC X(10).
           02 w_ase_date PIC 9(8).
           02 w_ase_seq PIC 9(6).
           02 w_ase_emis PIC 9(8).
           02 w_ase_nature PIC X(1).
           02 FILLER PIC X(86).
       01 w_asu_detail.
           02 w_asd_type PIC X(1).
           02 w_asd_resa PIC 9(6).
           02 w_asd_annonce PIC 9(6).
           02 w_asd_voyageur PIC 9(10).
           02 w_asd_conducteur PIC 9(10).
           02 w_asd_immat PIC X(9).
           02 w_asd_depart PIC X(30).
           02 w_asd_arrivee PIC X(30).
           02 w_asd_distance PIC 9(4).
           02 w_asd_date PIC 9(8).
           02 w_asd_heure PIC 9(4).
           02 FILLER PIC X(2).
       01 w_asu_sinistre.
           02 w_ass_type PIC X(1).
           02 w_ass_resa PIC 9(6).
           02 w_ass_incident PIC 9(6).
           02 w_ass_date PIC 9(8).
           02 w_ass_declarant PIC 9(10).
           02 w_ass_texte PIC X(60).
           02 FILLER PIC X(29).
       01 w_asu_fin.
           02 w_ast_type PIC X(1).
           02 w_ast_seq PIC 9(6).
           02 w_ast_passagers PIC 9(6).
           02 w_ast_sinistres PIC 9(6).
           02 w_ast_total PIC 9(6).
           02 FILLER PIC X(95).

       *> flux ouvert des annonces
       77 w_od_jour_complet PIC 9(1).
       77 w_od_complet PIC 9(1).
       77 w_od_seq PIC 9(6).
       77 w_od_jour PIC 9(8).
       77 w_od_heure PIC 9(4).
       77 w_od_lignes PIC 9(6).
       77 w_od_ajouts PIC 9(6).
       77 w_od_modifs PIC 9(6).
       77 w_od_suppr PIC 9(6).
       77 w_od_inchanges PIC 9(6).
       01 w_od_entete.
           02 w_odh_type PIC X(1).
           02 w_odh_nature PIC X(1).
           02 w_odh_seq PIC 9(6).
           02 w_odh_date PIC 9(8).
           02 w_odh_heure PIC 9(4).
           02 FILLER PIC X(180).
       01 w_od_ligne.
           02 w_odl_type PIC X(1).
           02 w_odl_image.
               03 w_odl_ref PIC 9(6).
               03 w_odl_depart PIC X(30).
               03 w_odl_arrivee PIC X(30).
               03 w_odl_rdv PIC X(30).
               03 w_odl_adresse PIC X(40).
               03 w_odl_date PIC 9(8).
               03 w_odl_heure PIC 9(4).
               03 w_odl_prix PIC 9(6)V9(2).
               03 w_odl_places PIC 9(2).
               03 w_odl_prenom PIC X(30).
               03 w_odl_note PIC 9(1)V9(2).
               03 FILLER PIC X(8).
       01 w_od_fin.
           02 w_odt_type PIC X(1).
           02 w_odt_seq PIC 9(6).
           02 w_odt_lignes PIC 9(6).
           02 w_odt_ajouts PIC 9(6).
           02 w_odt_modifs PIC 9(6).
           02 w_odt_suppr PIC 9(6).
           02 FILLER PIC X(169).

       *> import d'annonces de partenaires
       77 w_imp_partenaire PIC X(8).
       77 w_imp_simulation PIC 9(1).
       77 w_imp_rapport PIC 9(6).
       77 w_imp_num PIC 9(5).
       77 w_imp_ok PIC 9(5).
       77 w_imp_rej PIC 9(5).
       77 w_imp_valide PIC 9(1).
       77 w_imp_motif PIC X(40).
       77 w_imp_tel_x PIC X(10).
       77 w_imp_date_x PIC X(8).
       77 w_imp_heure_x PIC X(4).
       77 w_imp_depart PIC X(30).
       77 w_imp_arrivee PIC X(30).
       77 w_imp_rdv PIC X(30).
       77 w_imp_adresse PIC X(40).
       77 w_imp_immat PIC X(9).
       77 w_imp_places_x PIC X(2).
       77 w_imp_prix_x PIC X(10).
       77 w_imp_tel PIC 9(10).
       77 w_imp_date PIC 9(8).
       77 w_imp_hhmm PIC 9(4).
       77 w_imp_jour PIC 9(8).
       77 w_imp_maintenant PIC 9(4).
       77 w_imp_confiance PIC X(1).
       77 w_imp_nbplace PIC 9(2).
       77 w_imp_immat_profil PIC X(9).

       *> rapprochement avec le registre des vehicules
       77 w_rg_immat PIC X(9).
       77 w_rg_modele PIC X(30).
       77 w_rg_places PIC 9(2).
       77 w_rg_trouve PIC 9(1).
       77 w_rg_refus PIC 9(1).
       77 w_rg_bloque PIC 9(1).
       77 w_rg_motif PIC X(40).
       77 w_rg_jour PIC 9(8).
       77 w_rg_charges PIC 9(6).
       77 w_rg_controles PIC 9(6).
       77 w_rg_ecarts PIC 9(6).
       77 w_rg_bloques PIC 9(6).

       *> extrait incremental pour l'entrepot de donnees
       77 w_et_reprise PIC 9(1).
       77 w_et_passage PIC 9(6).
       77 w_et_depuis PIC 9(9).
       77 w_et_jusqua PIC 9(9).
       77 w_et_ligne PIC 9(9).
       77 w_et_ts_depuis PIC 9(14).
       77 w_et_ts_fin PIC 9(14).
       77 w_et_seq PIC 9(8).
       77 w_et_ignorees PIC 9(6).
       77 w_et_i PIC 9(1).
       01 w_et_compteurs.
           02 w_et_cpt OCCURS 4.
               03 w_et_ins PIC 9(7).
               03 w_et_maj PIC 9(7).
               03 w_et_sup PIC 9(7).
       01 w_et_fichiers.
           02 FILLER PIC X(4) VALUE "UTIL".
           02 FILLER PIC X(4) VALUE "ANNO".
           02 FILLER PIC X(4) VALUE "RESA".
           02 FILLER PIC X(4) VALUE "TRAN".
       01 w_et_fichiers_r REDEFINES w_et_fichiers.
           02 w_et_fichier PIC X(4) OCCURS 4.
       01 w_et_entete.
           02 w_eth_type PIC X(1).
           02 w_eth_passage PIC 9(6).
           02 w_eth_nature PIC X(1).
           02 w_eth_date PIC 9(8).
           02 w_eth_heure PIC 9(6).
           02 w_eth_depuis PIC 9(9).
           02 w_eth_ts_depuis PIC 9(14).
           02 FILLER PIC X(255).
       01 w_et_detail.
           02 w_etd_type PIC X(1).
           02 w_etd_passage PIC 9(6).
           02 w_etd_seq PIC 9(8).
           02 w_etd_ts PIC 9(14).
           02 w_etd_fichier PIC X(4).
           02 w_etd_op PIC X(1).
           02 w_etd_image PIC X(250).
           02 FILLER PIC X(16).
       01 w_et_total.
           02 w_ett_type PIC X(1).
           02 w_ett_passage PIC 9(6).
           02 w_ett_fichier PIC X(4).
           02 w_ett_ins PIC 9(7).
           02 w_ett_maj PIC 9(7).
           02 w_ett_sup PIC 9(7).
           02 w_ett_total PIC 9(8).
           02 FILLER PIC X(260).
       01 w_et_fin.
           02 w_etf_type PIC X(1).
           02 w_etf_passage PIC 9(6).
           02 w_etf_lignes PIC 9(8).
           02 w_etf_position PIC 9(9).
           02 w_etf_ts PIC 9(14).
           02 w_etf_ignorees PIC 9(6).
           02 FILLER PIC X(256).

       *> dependances et reprise des trains de batch
       77 w_trn_id PIC 9(6).
       77 w_trn_nb PIC 9(3).
       77 w_trn_etape PIC 9(3).
       77 w_trn_j PIC 9(3).
       77 w_trn_k PIC 9(1).
       77 w_trn_fin PIC 9(1).
       77 w_trn_reprise PIC 9(1).
       77 w_trn_pret PIC 9(1).
       77 w_trn_trouve PIC 9(1).
       77 w_trn_statut PIC X(1).
       77 w_trn_dep_statut PIC X(1).
       77 w_trn_dep_rc PIC 9(2).
       77 w_trn_maxrc PIC 9(2).
       77 w_trn_nom PIC X(20).
       77 w_trn_manque PIC X(20).
       77 w_trn_carte PIC X(80).
       77 w_trn_ctrl PIC X(60).
       77 w_trn_tok1 PIC X(40).
       77 w_trn_tok2 PIC X(40).
       77 w_trn_tok3 PIC X(40).
       77 w_job_carte PIC X(80).
       01 w_trn_deps.
           02 w_trn_dep PIC X(20) OCCURS 5.

       *> points de reprise des traitements longs (checkpoint.dat)
       77 w_ckp_intervalle PIC 9(4).
       77 w_ckp_cle PIC X(10).
       77 w_ckp_position PIC 9(6).
       77 w_ckp_compte PIC 9(4).
       77 w_ckp_nb PIC 9(3).
       77 w_rot_lu PIC 9(6).
       77 w_rot_deja PIC 9(6).
       77 w_fact_deja PIC 9(1).
       77 w_fact_emises PIC 9(6).
       77 w_fact_debut PIC 9(6).

       *> totaux de controle des travaux batch et equilibrage
       77 w_ctl_lus PIC 9(8).
       77 w_ctl_ecrits PIC 9(8).
       77 w_ctl_rejets PIC 9(8).
       77 w_ctl_i PIC 9(2).
       77 w_ctl_nb_ext PIC 9(1).
       77 w_ctl_jour PIC 9(8).
       77 w_ctl_rubrique PIC X(10).
       77 w_ctl_valeur PIC S9(12)V9(2).
       01 w_ctl_lettres PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 w_ctl_ledger.
           02 w_ctl_led_montant PIC 9(12)V9(2) OCCURS 26.
       01 w_ctl_extras.
           02 w_ctl_ext OCCURS 6.
               03 w_ctl_ext_nom PIC X(10).
               03 w_ctl_ext_val PIC S9(12)V9(2).
       77 w_eq_jour PIC 9(8).
       77 w_eq_hier PIC 9(8).
       77 w_eq_ecarts PIC 9(3).
       77 w_eq_trouve PIC 9(1).
       77 w_eq_valeur PIC S9(12)V9(2).
       77 w_eq_gauche PIC S9(12)V9(2).
       77 w_eq_droite PIC S9(12)V9(2).
       77 w_eq_job PIC X(12).
       77 w_eq_rubrique PIC X(10).
       77 w_eq_libelle PIC X(40).
       77 w_eq_edit1 PIC -Z(11)9.99.
       77 w_eq_edit2 PIC -Z(11)9.99.

       *> sauvegarde des fichiers et catalogue des jeux
       77 w_sav_gen PIC 9(6).
       77 w_sav_fichier PIC X(16).
       77 w_sav_image PIC X(300).
       77 w_sav_long PIC 9(3).
       77 w_sav_cr PIC 9(2).
       77 w_sav_nb PIC 9(8).
       77 w_sav_somme PIC 9(10).
       77 w_sav_idx PIC 9(3).
       77 w_sav_car PIC X(1).
       77 w_sav_ord PIC 9(3).
       77 w_sav_tmp PIC 9(12).
       77 w_sav_q PIC 9(10).
       77 w_sav_fichiers PIC 9(3).
       77 w_sav_enreg PIC 9(9).
       77 w_sav_anomalies PIC 9(3).
       77 w_sav_sessions PIC 9(3).
       77 w_sav_force PIC 9(1).
       77 w_sav_gel PIC 9(1).
       77 w_sav_jour PIC 9(8).
       77 w_sav_heure PIC 9(6).
       77 w_sav_jrn_position PIC 9(9).
       77 w_sav_jrn_ts PIC 9(14).
       77 w_sav_trouve PIC 9(1).
       77 w_sav_statut_jeu PIC X(1).
       77 w_jrn_depart PIC 9(9).
       77 w_jrn_lu PIC 9(9).

       *> environnement de formation : jeu de donnees masque tire de
       *> la production, sous le repertoire w_frm_repertoire
       77 w_mode_formation PIC 9(1) VALUE 0.
       77 w_frm_argument PIC X(20).
       77 w_frm_repertoire PIC X(20) VALUE "formation".
       77 w_frm_prod PIC X(60).
       77 w_frm_chemin PIC X(80).
       77 w_frm_decalage PIC 9(3).
       77 w_frm_tel PIC 9(10).
       77 w_frm_calc PIC 9(14).
       77 w_frm_q PIC 9(14).
       77 w_frm_date PIC 9(8).
       77 w_frm_jour PIC 9(8).
       77 w_frm_prenom PIC X(30).
       77 w_frm_idx PIC 9(2).
       77 w_frm_chiffre PIC 9(1).
       77 w_frm_solde_report PIC 9(7)V9(2).
       77 w_frm_solde_tmp PIC 9(7)V9(2).
       77 w_frm_mdp PIC X(10).
       77 w_frm_fichier PIC X(16).
       77 w_frm_lus PIC 9(8).
       77 w_frm_ecrits PIC 9(8).
       77 w_frm_rejets PIC 9(8).
       77 w_frm_erreur PIC 9(1).
       01 w_frm_lettres PIC X(10) VALUE "ABCDEFGHIJ".

       *> double validation (quatre yeux) : seuils au-dela desquels
       *> l'action devient une demande, delai d'expiration en heures
       77 w_ap_seuil_remb PIC 9(8) VALUE 50.
       77 w_ap_seuil_geste PIC 9(8) VALUE 10.
       77 w_ap_seuil_fusion PIC 9(8) VALUE 0.
       77 w_ap_param PIC 9(8) VALUE 1.
       77 w_ap_delai PIC 9(8) VALUE 48.
       77 w_ap_num PIC 9(6).
       77 w_ap_nb PIC 9(6).
       77 w_ap_expirees PIC 9(6).
       77 w_ap_ok PIC 9(1).
       77 w_ap_choix PIC X(1).
       77 w_ap_jour PIC 9(8).
       77 w_ap_age PIC S9(9).
       77 w_ap_libelle PIC X(16).
       77 w_ap_motif PIC X(36).

       *> simulation de parametres sur l'activite passee : periode,
       *> valeurs alternatives, cumuls reel / simule et tables des
       *> conducteurs et routes les plus touches
       77 w_sim_debut PIC 9(8).
       77 w_sim_fin PIC 9(8).
       77 w_sim_date PIC 9(8).
       77 w_sim_comm_pct PIC 9(2).
       77 w_sim_tva_pct PIC 9(2).
       77 w_sim_pts_euro PIC 9(2).
       77 w_sim_delta_pct PIC S9(3).
       77 w_sim_nb PIC 9(6).
       77 w_sim_brut PIC 9(10)V9(2).
       77 w_sim_comm_reel PIC 9(10)V9(2).
       77 w_sim_comm_simu PIC 9(10)V9(2).
       77 w_sim_net_reel PIC 9(10)V9(2).
       77 w_sim_net_simu PIC 9(10)V9(2).
       77 w_sim_tva_reel PIC 9(10)V9(2).
       77 w_sim_tva_simu PIC 9(10)V9(2).
       77 w_sim_tva_registre PIC 9(10)V9(2).
       77 w_sim_factures PIC 9(6).
       77 w_sim_pts_reel PIC 9(9).
       77 w_sim_pts_simu PIC 9(9).
       77 w_sim_pts_ecart PIC S9(9).
       77 w_sim_pts_ligne_reel PIC 9(6).
       77 w_sim_pts_ligne_simu PIC 9(6).
       77 w_sim_passif_reel PIC 9(10)V9(2).
       77 w_sim_passif_simu PIC 9(10)V9(2).
       77 w_sim_comm PIC S9(8)V9(2).
       77 w_sim_net PIC 9(8)V9(2).
       77 w_sim_reel PIC 9(10)V9(2).
       77 w_sim_simu PIC 9(10)V9(2).
       77 w_sim_ecart PIC S9(10)V9(2).
       77 w_sim_abs PIC 9(10)V9(2).
       77 w_sim_max PIC 9(10)V9(2).
       77 w_sim_libelle PIC X(20).
       77 w_sim_aff_ecart PIC -(9)9.99.
       77 w_sim_idx PIC 9(3).
       77 w_sim_cur PIC 9(3).
       77 w_sim_meilleur PIC 9(3).
       77 w_sim_rang PIC 9(2).
       01 w_sim_cond_table.
           02 w_sim_cd_nb PIC 9(3).
           02 w_sim_cd_entree OCCURS 200.
              03 w_sim_cd_tel PIC 9(10).
              03 w_sim_cd_reel PIC 9(10)V9(2).
              03 w_sim_cd_simu PIC 9(10)V9(2).
              03 w_sim_cd_affiche PIC 9(1).
       01 w_sim_route_table.
           02 w_sim_rt_nb PIC 9(3).
           02 w_sim_rt_entree OCCURS 100.
              03 w_sim_rt_villeD PIC X(30).
              03 w_sim_rt_villeA PIC X(30).
              03 w_sim_rt_reel PIC 9(10)V9(2).
              03 w_sim_rt_simu PIC 9(10)V9(2).
              03 w_sim_rt_affiche PIC 9(1).

       *> prevision de demande de places par route et jour de la
       *> semaine : historique de 12 mois, horizon de 28 jours
       77 w_prv_forte_pct PIC 9(8) VALUE 150.
       77 w_prv_ferie_pct PIC 9(8) VALUE 100.
       77 w_prv_j0 PIC 9(9).
       77 w_prv_k PIC 9(9).
       77 w_prv_date PIC 9(8).
       77 w_prv_wd PIC 9(1).
       77 w_prv_special PIC 9(1).
       77 w_prv_d PIC X(30).
       77 w_prv_a PIC X(30).
       77 w_prv_places PIC 9(2).
       77 w_prv_prefixe PIC X(9).
       77 w_prv_idx PIC 9(3).
       77 w_prv_cur PIC 9(3).
       77 w_prv_h PIC 9(2).
       77 w_prv_base PIC 9(6)V9(4).
       77 w_prv_calc PIC 9(8)V9(4).
       77 w_prv_max PIC 9(6).
       77 w_prv_meilleur PIC 9(3).
       77 w_prv_rang PIC 9(2).
       77 w_prv_choix PIC 9(2).
       77 w_prv_trouve PIC 9(1).
       77 w_prv_debut PIC 9(8).
       01 w_prv_noms PIC X(56) VALUE
           "DIMANCHELUNDI   MARDI   MERCREDIJEUDI   VENDREDISAMEDI  ".
       01 w_prv_occurrences.
           02 w_prv_occ PIC 9(3) OCCURS 7.
       01 w_prv_horizon.
           02 w_prv_hz OCCURS 28.
              03 w_prv_hz_wd PIC 9(1).
              03 w_prv_hz_pct PIC 9(3).
       01 w_prv_table.
           02 w_prv_nb PIC 9(3).
           02 w_prv_entree OCCURS 300.
              03 w_prv_villeD PIC X(30).
              03 w_prv_villeA PIC X(30).
              03 w_prv_jour PIC 9(1).
              03 w_prv_hist PIC 9(6).
              03 w_prv_demande PIC 9(6).
              03 w_prv_offre PIC 9(6).
              03 w_prv_deficit PIC 9(6).
              03 w_prv_affiche PIC 9(1).

       *> retention par cohorte d'inscription : mois de reference
       *> AAAAMM, 24 cohortes mensuelles jusqu'a lui, ventilees par
       *> origine du compte (1 parrainage, 2 guichet d'agence, 3 code
       *> promo a la premiere reservation, 4 direct, 5 ensemble) ;
       *> actifs = ayant reserve ou publie aux mois 1, 2, 3, 6 et 12
       *> apres le mois d'inscription
       77 w_coh_ref PIC 9(6).
       77 w_coh_ref_mois PIC 9(6).
       77 w_coh_deb_mois PIC 9(6).
       77 w_coh_mois PIC 9(6).
       77 w_coh_ecart PIC S9(6).
       77 w_coh_c PIC 9(2).
       77 w_coh_s PIC 9(1).
       77 w_coh_k PIC 9(1).
       77 w_coh_i PIC 9(4).
       77 w_coh_cur PIC 9(4).
       77 w_coh_nb PIC 9(4).
       77 w_coh_fin PIC 9(1).
       77 w_coh_tel PIC 9(10).
       77 w_coh_date PIC 9(8).
       77 w_coh_jour PIC 9(8).
       77 w_coh_resa PIC 9(1).
       77 w_coh_promo PIC X(10).
       77 w_coh_pct PIC 9(3).
       77 w_coh_annee PIC 9(4).
       77 w_coh_mm PIC 9(2).
       77 w_coh_hors PIC 9(5).
       77 w_coh_sans_date PIC 9(5).
       77 w_coh_dates PIC 9(5).
       77 w_coh_cellule PIC X(9).
       01 w_coh_decalages.
           02 FILLER PIC X(10) VALUE "0102030612".
       01 w_coh_decalages_r REDEFINES w_coh_decalages.
           02 w_coh_decalage PIC 9(2) OCCURS 5.
       01 w_coh_noms PIC X(50)
           VALUE "PARRAINAGEGUICHET   CODE PROMODIRECT    ENSEMBLE  ".
       01 w_coh_table.
           02 w_coh_cohorte OCCURS 24.
              03 w_coh_origine OCCURS 5.
                 04 w_coh_inscrits PIC 9(5).
                 04 w_coh_actifs PIC 9(5) OCCURS 5.
       01 w_coh_util_table.
           02 w_coh_util OCCURS 1000.
              03 w_coh_u_tel PIC 9(10).
              03 w_coh_u_cohorte PIC 9(2).
              03 w_coh_u_mois PIC 9(6).
              03 w_coh_u_origine PIC 9(1).
              03 w_coh_u_prem PIC 9(8).
              03 w_coh_u_promo PIC X(1).
              03 w_coh_u_actif PIC 9(1) OCCURS 5.

       *> comptes dormants : sans connexion, reservation, annonce ni
       *> mouvement au ledger depuis w_dor_annees ans et avec un solde ;
       *> avis a l'entree en dormance, avis final w_dor_delai jours
       *> plus tard, transfert du solde a l'echeance (deux delais
       *> apres le premier avis)
       77 w_dor_annees PIC 9(2) VALUE 3.
       77 w_dor_delai PIC 9(3) VALUE 60.
       77 w_dor_jour PIC 9(9).
       77 w_dor_limite PIC 9(8).
       77 w_dor_derniere PIC 9(8).
       77 w_dor_date PIC 9(8).
       77 w_dor_existe PIC 9(1).
       77 w_dor_fin PIC 9(1).
       77 w_dor_avis1 PIC 9(5).
       77 w_dor_avis2 PIC 9(5).
       77 w_dor_transferts PIC 9(5).
       77 w_dor_repris PIC 9(5).
       77 w_dor_total PIC 9(10)V9(2).
       77 w_dor_entete PIC 9(1).
       77 w_dor_aff_date PIC X(10).
       01 w_fnr_ligne.
           02 w_fnr_enreg PIC X(1).
           02 w_fnr_date PIC 9(8).
           02 w_fnr_tel PIC 9(10).
           02 w_fnr_nom PIC X(20).
           02 w_fnr_prenom PIC X(30).
           02 w_fnr_derniere PIC 9(8).
           02 w_fnr_montant PIC 9(10)V9(2).
           02 w_fnr_mouvement PIC 9(6).
       01 w_fnr_fin REDEFINES w_fnr_ligne.
           02 FILLER PIC X(9).
           02 w_fnr_nb PIC 9(6).
           02 w_fnr_total PIC 9(12)V9(2).
           02 FILLER PIC X(66).

       *> fermeture de compte avec solde : frais bancaires d'un
       *> virement (centimes) et sort d'un solde inferieur aux frais
       *> (1 donne, 2 abandonne, 3 verse quand meme)
       77 w_cpt_frais_ct PIC 9(5) VALUE 50.
       77 w_cpt_regle PIC 9(1) VALUE 3.
       77 w_cpt_frais PIC 9(5)V9(2).
       77 w_cpt_solde PIC 9(7)V9(2).
       77 w_cpt_bloque PIC 9(7)V9(2).
       77 w_cpt_attente PIC 9(1).
       77 w_cpt_fin PIC 9(1).
       77 w_cpt_cloture PIC 9(1).

       *> recharge automatique par prelevement : rejets successifs
       *> avant suspension du mandat, demande et passages bancaires
       77 w_mdt_echecs_max PIC 9(1) VALUE 2.
       77 w_mdt_telephone PIC 9(10).
       77 w_mdt_solde PIC S9(9)V9(2).
       77 w_mdt_periode PIC 9(6).
       77 w_mdt_ok PIC 9(1).
       77 w_mdt_fin PIC 9(1).
       77 w_mdt_seuil PIC 9(6)V9(2).
       77 w_mdt_montant PIC 9(6)V9(2).
       77 w_mdt_plafond PIC 9(6)V9(2).
       77 w_prl_jour PIC 9(8).
       77 w_prl_emis PIC 9(5).
       77 w_prl_exec PIC 9(5).
       77 w_prl_rejet PIC 9(5).
       77 w_prl_ok PIC 9(1).
       *> image de la ligne de prelevement en disposition fixe
       01 w_prl_ligne.
           02 w_prl_date PIC 9(8).
           02 w_prl_num PIC 9(6).
           02 w_prl_tel PIC 9(10).
           02 w_prl_iban PIC X(34).
           02 w_prl_titulaire PIC X(30).
           02 w_prl_montant PIC 9(10)V9(2).
           02 w_prl_reference.
              03 w_prl_ref_tel PIC 9(10).
              03 w_prl_ref_date PIC 9(8).

       *> enquete de satisfaction : part des parties interrogees (%)
       *> et jours laisses pour repondre ; tirage, reponses SMS et
       *> rapport mensuel par route, agence et type de compte
       77 w_sat_pct PIC 9(3) VALUE 10.
       77 w_sat_delai PIC 9(3) VALUE 7.
       77 w_sat_jour PIC 9(8).
       77 w_sat_j0 PIC 9(9).
       77 w_sat_ji PIC 9(9).
       77 w_sat_tirage PIC 9(9).
       77 w_sat_reste PIC 9(3).
       77 w_sat_note PIC 9(2).
       77 w_sat_fin PIC 9(1).
       77 w_sat_trouve PIC 9(1).
       77 w_sat_recent PIC 9(8).
       77 w_sat_cle_retenue PIC X(7).
       77 w_sat_reservation PIC 9(6).
       77 w_sat_envois PIC 9(5).
       77 w_sat_non_tires PIC 9(5).
       77 w_sat_expires PIC 9(5).
       77 w_sat_detr_nb PIC 9(5).
       77 w_sat_periode PIC 9(6).
       77 w_sat_interroges PIC 9(5).
       77 w_sat_taux PIC 9(3).
       77 w_sat_moy PIC 9(2)V9(1).
       77 w_sat_moy_ed PIC Z9.9.
       77 w_sat_nps PIC S9(3).
       77 w_sat_nps_ed PIC +ZZ9.
       77 w_sat_dim PIC X(1).
       77 w_sat_lib PIC X(60).
       77 w_sat_i PIC 9(3).
       77 w_sat_cur PIC 9(3).
       77 w_sat_nb_groupes PIC 9(3).
       77 w_sat_max_groupes PIC 9(3) VALUE 120.
       *> un groupe par route ("R"), agence ("G"), type de compte
       *> ("T") et le total ("Z")
       01 w_sat_table.
           02 w_sat_groupe OCCURS 120.
              03 w_sat_g_dim PIC X(1).
              03 w_sat_g_lib PIC X(60).
              03 w_sat_g_nb PIC 9(5).
              03 w_sat_g_somme PIC 9(7).
              03 w_sat_g_promo PIC 9(5).
              03 w_sat_g_detr PIC 9(5).

       *> releve de capacite : limite par defaut d'un fichier (en
       *> enregistrements, surchargee par le parametre "CAP-" suivi du
       *> nom du fichier) et horizon d'alerte en jours ; w_sav_mode 1
       *> fait parcourir les fichiers par la boucle de sauvegarde pour
       *> les seuls compter, sans rien recopier
       77 w_cap_limite_def PIC 9(8) VALUE 5000000.
       77 w_cap_horizon PIC 9(4) VALUE 183.
       77 w_sav_mode PIC 9(1) VALUE 0.
       77 w_cap_semaine PIC 9(8).
       77 w_cap_jour PIC 9(8).
       77 w_cap_j0 PIC 9(9).
       77 w_cap_jn PIC 9(9).
       77 w_cap_q PIC 9(9).
       77 w_cap_r PIC 9(1).
       77 w_cap_objet PIC X(16).
       77 w_cap_type PIC X(1).
       77 w_cap_nb PIC 9(9).
       77 w_cap_limite PIC 9(9).
       77 w_cap_croit4 PIC S9(9).
       77 w_cap_croit12 PIC S9(9).
       77 w_cap_connu4 PIC 9(1).
       77 w_cap_connu12 PIC 9(1).
       77 w_cap_rythme PIC 9(9).
       77 w_cap_jours PIC 9(9).
       77 w_cap_projection PIC 9(8).
       77 w_cap_alerte PIC X(1).
       77 w_cap_objets PIC 9(5).
       77 w_cap_alertes PIC 9(5).
       77 w_cap_fin PIC 9(1).
       77 w_cap_i PIC 9(2).
       77 w_cap_nb_ed PIC Z(8)9.
       77 w_cap_lim_ed PIC Z(8)9.
       77 w_cap_rythme_ed PIC Z(8)9.
       77 w_cap_croit_ed PIC -(9)9.
       77 w_cap_c4 PIC X(10).
       77 w_cap_c12 PIC X(10).
       77 w_cap_proj_ed PIC X(10).
       *> les cinq premieres alertes du dernier releve, pour le
       *> controle de demarrage et le cockpit
       01 w_cap_liste.
           02 w_cap_ligne PIC X(70) OCCURS 5.

       *> baisse de derniere minute : pourcentage et delai (heures
       *> avant le depart) proposes a la publication, pourcentage
       *> maximal accepte ; le travail BAISSE applique les baisses
       *> dont le delai est atteint
       77 w_bp_pct_def PIC 9(2) VALUE 15.
       77 w_bp_delai_def PIC 9(3) VALUE 24.
       77 w_bp_pct_max PIC 9(2) VALUE 50.
       77 w_bp_choix PIC X(1).
       77 w_bp_pct PIC 9(2).
       77 w_bp_delai PIC 9(3).
       77 w_bp_maintenant PIC 9(11).
       77 w_bp_depart PIC 9(11).
       77 w_bp_jour PIC 9(8).
       77 w_bp_heure PIC 9(4).
       77 w_bp_prix PIC 9(8)V9(2).
       77 w_bp_seuil PIC 9(6).
       77 w_bp_fin PIC 9(1).
       77 w_bp_examinees PIC 9(5).
       77 w_bp_appliquees PIC 9(5).
       77 w_bp_sans_objet PIC 9(5).
       77 w_bp_abonnes PIC 9(5).

        *> pour recuperer la date du systeme
       01 WS-CURRENT-DATE-DATA.
           02 FILLER           PIC X(8).

       PROCEDURE DIVISION.
           *> lance avec l'argument FORMATION, le programme travaille
           *> sur le jeu de formation au lieu des fichiers de
           *> production
           PERFORM VERIFIER_MODE_FORMATION

           *> les fichiers d'une installation anterieure, dont les
           *> enregistrements etaient plus courts, sont convertis une
           *> fois pour toutes avant toute autre ouverture
