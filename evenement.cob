           RECORD KEY fstat_cle
           FILE STATUS IS cr_fstat.

           SELECT fregle ASSIGN TO "regle.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY fregle_nomEvent
           FILE STATUS IS cr_fregle.

           SELECT favis ASSIGN TO "avis.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY favis_cle
           FILE STATUS IS cr_favis.

           SELECT frappel ASSIGN TO "rappel.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY frap_cle
           FILE STATUS IS cr_frap.

           SELECT fmouvement ASSIGN TO "mouvement.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY fmvt_numero
           FILE STATUS IS cr_fmvt.

           SELECT fparametre ASSIGN TO "parametre.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY fparam_cle
           FILE STATUS IS cr_fparam.

           SELECT fexport ASSIGN TO nomExport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fexport.

           SELECT fattestation ASSIGN TO nomAttestation
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fattest.

           SELECT farchjournal ASSIGN TO nomArchiveJournal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_farchjour.

           SELECT fprogramme ASSIGN TO nomProgramme
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fprog.

           SELECT fcontrole ASSIGN TO "controle.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY fctl_cle
           FILE STATUS IS cr_fctl.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           02 futil_naissanceMois PIC 9(2).
           02 futil_naissanceAnnee PIC 9(4).
           02 futil_statut PIC 9(1).
      * date de desactivation (futil_statut = 1) : point de depart de
      * la duree de conservation avant anonymisation (job purge)
           02 futil_desactJour PIC 9(2).
           02 futil_desactMois PIC 9(2).
           02 futil_desactAnnee PIC 9(4).

       FD fevenement.
       01 tamp_fevent.
           02 fstat_nbParticipations PIC 9(5).
           02 fstat_totalSeuil PIC 9(5).
           02 fstat_totalAcceptes PIC 9(5).

      * Regles d'inscription d'un evenement (absence d'enregistrement =
      * evenement ouvert a tous) : jusqu'a 5 formations autorisees
      * (toutes a espaces = toute formation), age minimum le jour de
      * l'evenement et nombre maximal d'evenements acceptes par
      * membre sur le mois de l'evenement (0 = pas de contrainte)
       FD fregle.
       01 tamp_fregle.
           02 fregle_nomEvent PIC X(50).
           02 fregle_formation1 PIC A(40).
           02 fregle_formation2 PIC A(40).
           02 fregle_formation3 PIC A(40).
           02 fregle_formation4 PIC A(40).
           02 fregle_formation5 PIC A(40).
           02 fregle_ageMin PIC 9(2).
           02 fregle_maxMois PIC 9(2).

      * Avis d'un membre pointe present sur un evenement archive :
      * meme identification nom/date que fhistorique, un seul avis
      * par membre et par evenement
       FD favis.
       01 tamp_favis.
           02 favis_cle.
               03 favis_nomEvent PIC A(30).
               03 favis_dateJour PIC 9(2).
               03 favis_dateMois PIC 9(2).
               03 favis_dateAnnee PIC 9(4).
               03 favis_login PIC X(30).
           02 favis_note PIC 9(1).
           02 favis_commentaire PIC X(100).
           02 favis_saisieJour PIC 9(2).
           02 favis_saisieMois PIC 9(2).
           02 favis_saisieAnnee PIC 9(4).

      * Rappels et relances deja envoyes par le job rappels : un
      * enregistrement par nature de rappel, evenement (nom et date)
      * et membre concerne, pour ne jamais envoyer deux fois le meme
      *   "J" : rappel aux acceptes avant l'evenement
      *   "A" : relance de l'organisateur sur une demande en attente
      *   "P" : relance d'un membre accepte qui n'a pas paye
       FD frappel.
       01 tamp_frap.
           02 frap_cle.
               03 frap_type PIC X(1).
               03 frap_nomEvent PIC X(50).
               03 frap_dateJour PIC 9(2).
               03 frap_dateMois PIC 9(2).
               03 frap_dateAnnee PIC 9(4).
               03 frap_login PIC X(30).
           02 frap_envoiJour PIC 9(2).
           02 frap_envoiMois PIC 9(2).
           02 frap_envoiAnnee PIC 9(4).

      * Mouvements de tresorerie, un enregistrement par mouvement :
      *   "P" : paiement encaisse (encaisserPaiement)
      *   "D" : remboursement du (annulation d'un evenement payant,
      *         retrait ou desistement d'un participant qui a paye)
      *   "R" : remboursement effectue ; fmvt_numeroLie porte le
      *         numero du remboursement du qu'il solde, et
      *         inversement
       FD fmouvement.
       01 tamp_fmvt.
           02 fmvt_numero PIC 9(6).
           02 fmvt_type PIC X(1).
           02 fmvt_jour PIC 9(2).
           02 fmvt_mois PIC 9(2).
           02 fmvt_annee PIC 9(4).
           02 fmvt_login PIC X(30).
           02 fmvt_nomEvent PIC X(50).
           02 fmvt_montant PIC 9(4)V99.
           02 fmvt_mode PIC X(10).
           02 fmvt_rembourse PIC 9(1).
           02 fmvt_numeroLie PIC 9(6).
           02 fmvt_loginSaisie PIC X(30).

      * Parametres du site : un enregistrement unique (cle "SITE")
      * lu au lancement, en interactif comme en traitement par lot,
      * et modifiable par l'administrateur (gererParametres)
       FD fparametre.
       01 tamp_fparam.
           02 fparam_cle PIC X(4).
      * age de la majorite, en annees revolues
           02 fparam_ageMajorite PIC 9(2).
      * echecs de connexion avant verrouillage et duree du verrou
      * en jours (1 = jusqu'au lendemain)
           02 fparam_seuilVerrou PIC 9(2).
           02 fparam_dureeVerrou PIC 9(3).
      * fenetre (en mois) et seuil par defaut des absences
           02 fparam_moisAbsence PIC 9(2).
           02 fparam_seuilAbsence PIC 9(2).
      * delais des rappels : jours avant l'evenement, jours
      * d'attente avant relance de l'organisateur
           02 fparam_delaiRappel PIC 9(2).
           02 fparam_delaiRelance PIC 9(3).
      * durees de conservation : comptes desactives et messages lus
      * en mois, entrees du journal en annees
           02 fparam_conservCompte PIC 9(3).
           02 fparam_conservMessage PIC 9(3).
           02 fparam_conservJournal PIC 9(2).
      * debut du nom du rapport du jour (suivi de AAAAMMJJ.txt)
           02 fparam_prefixeRapport PIC X(20).

      * Export delimite (";") destine a un tableur
       FD fexport.
       01 tamp_fexport PIC X(250).

      * Attestation de participation : fichier lisible remis au membre
      * ou fichier a colonnes fixes remis a la scolarite (un fichier
      * par formation, voir genererAttestations)
       FD fattestation.
       01 tamp_fattest PIC X(250).

      * Archive des entrees anciennes du journal (job purge) : une
      * ligne par entree, copie telle quelle de l'enregistrement
      * tamp_fjour
       FD farchjournal.
       01 tamp_farchjour PIC X(250).

      * Programme des evenements mis en page pour l'impression (voir
      * produireProgramme)
       FD fprogramme.
       01 tamp_fprog PIC X(200).

      * Controle des executions par lot : un enregistrement par etape
      * de job (date AAAAMMJJ, heure de debut HHMMSS, etape), plus
      * l'enregistrement "VERROU" (date et heure a zero) present tant
      * qu'un traitement tient le verrou d'execution
       FD fcontrole.
       01 tamp_fctl.
           02 fctl_cle.
               03 fctl_date PIC 9(8).
               03 fctl_heureDebut PIC 9(6).
               03 fctl_job PIC X(20).
           02 fctl_heureFin PIC 9(6).
           02 fctl_codeRetour PIC 9(2).
      * "en cours" puis "termine"
           02 fctl_etat PIC X(10).
      * elements traites (evenements archives, enregistrements
      * sauvegardes, messages envoyes...) et anomalies relevees
           02 fctl_nbTraites PIC 9(6).
           02 fctl_nbAnomalies PIC 9(6).
      * job lance et son option, ou detenteur du verrou
           02 fctl_origine PIC X(30).
           02 fctl_poseDate PIC 9(8).
           02 fctl_poseHeure PIC 9(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 cr_futil PIC 9(2).
       77 delegueAutorise PIC 9(1).
       77 loginDelegue PIC X(30).
       77 demNum PIC 9(12).
       77 cleAttente PIC X(42).
       77 meilleureCleAttente PIC X(42).
       77 plancherAttente PIC X(42).
       77 joursAttente PIC 9(5).
       77 joursAttenteCalc PIC S9(5).
       77 loginFiabilite PIC X(30).
       77 finStat PIC 9(1).
       77 motifAnnulation PIC X(100).
       77 confirmeAnnulation PIC 9(1).
       77 reportAncienJour PIC 9(2).
       77 reportAncienMois PIC 9(2).
       77 reportAncienAnnee PIC 9(4).
       77 reportJour PIC 9(2).
       77 reportMois PIC 9(2).
       77 reportAnnee PIC 9(4).
       77 reportDateValide PIC 9(1).
       77 loginReport PIC X(30).
       77 dernierLoginReport PIC X(30).
       77 etatReport PIC A(20).
       77 nbPrevenusReport PIC 9(3).
       77 nbConflitsReport PIC 9(3).
       77 loginConflit PIC X(30).
       77 conflitMembre PIC 9(1).
       77 nomConflitMembre PIC X(50).
       77 fin_boucle8 PIC 9(1).
       77 fin_boucle9 PIC 9(1).
       77 choixDesistement PIC 9(1).
       77 etatDesiste PIC A(20).
       77 cr_fregle PIC 9(2).
       77 regleFormation1 PIC A(40).
       77 regleFormation2 PIC A(40).
       77 regleFormation3 PIC A(40).
       77 regleFormation4 PIC A(40).
       77 regleFormation5 PIC A(40).
       77 regleAgeMin PIC 9(2).
       77 regleMaxMois PIC 9(2).
       77 regleExiste PIC 9(1).
       77 ancienAgeMin PIC 9(2).
       77 ancienMaxMois PIC 9(2).
       77 ancienneFormation1 PIC A(40).
       77 ancienneFormation2 PIC A(40).
       77 ancienneFormation3 PIC A(40).
       77 ancienneFormation4 PIC A(40).
       77 ancienneFormation5 PIC A(40).
       77 formationAvant PIC A(40).
       77 formationApres PIC A(40).
       77 numFormation PIC 9(1).
       77 choixModifAutre PIC 9(1).
       77 eligible PIC 9(1).
       77 motifEligibilite PIC X(60).
       77 nomEligible PIC X(50).
       77 nbAcceptesMois PIC 9(3).
       77 loginLimite PIC X(30).
       77 ageRefJour PIC 9(2).
       77 ageRefMois PIC 9(2).
       77 ageRefAnnee PIC 9(4).
       77 ageNaissJour PIC 9(2).
       77 ageNaissMois PIC 9(2).
       77 ageNaissAnnee PIC 9(4).
       77 ageMembre PIC 9(3).
       77 cr_favis PIC 9(2).
       77 choixAvis PIC 9(1).
       77 avisAutorise PIC 9(1).
       77 nbAvisEvent PIC 9(5).
       77 sommeAvisEvent PIC 9(6).
       77 nbAvisGroupe PIC 9(5).
       77 sommeAvisGroupe PIC 9(6).
       77 moyenneAvis PIC 9V99.
       77 affMoyenne PIC 9.99.
       77 groupeAvis PIC X(30).
       77 cleAvis PIC X(30).
       77 libelleGroupeAvis PIC X(15).
       77 nbEventsAvis PIC 9(4).
       77 ligneCommande PIC X(80).
       77 optionJob PIC X(20).
       77 cr_fattest PIC 9(2).
       77 nomAttestation PIC X(100).
       77 modeAttestation PIC 9(1).
       77 anneeUniv PIC 9(4).
       77 anneeUnivFin PIC 9(4).
       77 dateNumAttest PIC 9(8).
       77 dateNumAttestDebut PIC 9(8).
       77 dateNumAttestFin PIC 9(8).
       77 formationAttest PIC A(40).
       77 formationFichier PIC X(40).
       77 ptrAttest PIC 9(3).
       77 attestOuvert PIC 9(1).
       77 nbPresencesAttest PIC 9(4).
       77 nbEtudiantsAttest PIC 9(5).
       77 nbFichiersAttest PIC 9(3).
       77 nbTotalPresencesAttest PIC 9(6).
       77 fin_boucle10 PIC 9(1).
       77 fin_boucle11 PIC 9(1).
       77 cr_frap PIC 9(2).
       77 delaiRappel PIC 9(2).
       77 delaiRelanceAttente PIC 9(3).
       77 rappelJour PIC 9(2).
       77 rappelMois PIC 9(2).
       77 rappelAnnee PIC 9(4).
       77 rappelDateDebut PIC 9(8).
       77 rappelDateFin PIC 9(8).
       77 compteurJours PIC 9(3).
       77 typeRappel PIC X(1).
       77 rappelNouveau PIC 9(1).
       77 nbRappelsEvent PIC 9(5).
       77 nbRelancesAttente PIC 9(5).
       77 nbRelancesPaiement PIC 9(5).
       77 nbRappelsDejaEnvoyes PIC 9(5).
       77 cr_fmvt PIC 9(2).
       77 cr_fexport PIC 9(2).
       77 nomExport PIC X(60).
       77 numeroMouvement PIC 9(6).
       77 typeMouvement PIC X(1).
       77 mvtLogin PIC X(30).
       77 mvtNomEvent PIC X(50).
       77 mvtMontant PIC 9(4)V99.
       77 mvtMode PIC X(10).
       77 mvtLien PIC 9(6).
       77 libelleMouvement PIC X(16).
       77 choixTresorerie PIC 9(1).
       77 numeroMvtChoisi PIC 9(6).
       77 nbRembDus PIC 9(4).
       77 totalRembDus PIC 9(6)V99.
       77 caisseJour PIC 9(2).
       77 caisseMois PIC 9(2).
       77 caisseAnnee PIC 9(4).
       77 modeCaisse PIC X(10).
       77 dernierModeCaisse PIC X(10).
       77 finCaisse PIC 9(1).
       77 fin_boucle12 PIC 9(1).
       77 totalPaiementsMode PIC 9(6)V99.
       77 totalRembMode PIC 9(6)V99.
       77 totalPaiementsCaisse PIC 9(6)V99.
       77 totalRembCaisse PIC 9(6)V99.
       77 soldeCaisse PIC S9(6)V99.
       77 affSolde PIC -9(6).9(2).
       77 affMontantCaisse PIC 9(6).9(2).
       77 cr_fparam PIC 9(2).
       77 ageMajorite PIC 9(2).
       77 seuilVerrou PIC 9(2).
       77 dureeVerrou PIC 9(3).
       77 moisAbsence PIC 9(2).
       77 seuilAbsenceDefaut PIC 9(2).
       77 conservCompte PIC 9(3).
       77 conservMessage PIC 9(3).
       77 conservJournal PIC 9(2).
       77 prefixeRapport PIC X(20).
       77 choixParametre PIC 9(2).
       77 valeurParam PIC 9(3).
       77 ancienneValeurParam PIC 9(3).
       77 maxParam PIC 9(3).
       77 libelleParam PIC X(30).
       77 nouveauPrefixe PIC X(20).
       77 ageValide PIC 9(1).
       77 joursVerrou PIC S9(7).
       77 moisRecentTotal PIC 9(6).
       77 choixExploitation PIC 9(1).
       77 nbMvtExportes PIC 9(5).
       77 cr_farchjour PIC 9(2).
       77 nomArchiveJournal PIC X(60).
       77 archiveOuverte PIC 9(1).
       77 simulationPurge PIC 9(1).
       77 loginPurge PIC X(30).
       77 loginAnonyme PIC X(30).
       77 numeroAnonyme PIC 9(9).
       77 loginLibre PIC 9(1).
       77 motifIgnore PIC X(40).
       77 enregPurge PIC X(650).
       77 enregModifie PIC 9(1).
       77 moisConservation PIC 9(4).
       77 moisLimiteTotal PIC 9(6).
       77 dateNumLimite PIC 9(8).
       77 dateNumEntree PIC 9(8).
       77 dateNumDesact PIC 9(8).
       77 nbComptesAnonymises PIC 9(5).
       77 nbComptesIgnores PIC 9(5).
       77 nbMessagesPurges PIC 9(6).
       77 nbJournalArchives PIC 9(6).
       77 cr_fprog PIC 9(2).
       77 nomProgramme PIC X(60).
       77 cleProgEvent PIC X(63).
       77 cleProgMin PIC X(63).
       77 derniereCleProg PIC X(63).
       77 finProgramme PIC 9(1).
       77 nbEventsProgramme PIC 9(4).
       77 adresseProgramme PIC X(100).
       77 statutPlaces PIC X(30).
       77 nomCsv PIC X(50).
       77 typeCsv PIC X(30).
       77 salleCsv PIC X(30).
       77 modeCsv PIC X(10).
       77 periodeValide PIC 9(1).
       77 cr_fctl PIC 9(2).
       77 origineVerrou PIC X(30).
       77 verrouPose PIC 9(1).
       77 verrouPresent PIC 9(1).
       77 origineVerrouTenu PIC X(30).
       77 dateVerrouTenu PIC 9(8).
       77 heureVerrouTenu PIC 9(6).
       77 dateNumControle PIC 9(8).
       77 heureNumControle PIC 9(6).
       77 etapeJob PIC X(20).
       77 etapeAFaire PIC 9(1).
       77 etapeDate PIC 9(8).
       77 etapeHeure PIC 9(6).
       77 codeRetourEtape PIC 9(2).
       77 etapeNbTraites PIC 9(6).
       77 etapeNbAnomalies PIC 9(6).
       77 totalEnregSauves PIC 9(6).
       77 nbExecutions PIC 9(4).
       77 choixVerrou PIC 9(1).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           END-IF
           CLOSE fstat

           OPEN I-O fregle
           IF cr_fregle =35 THEN
               OPEN OUTPUT fregle
           END-IF
           CLOSE fregle

           OPEN I-O favis
           IF cr_favis =35 THEN
               OPEN OUTPUT favis
           END-IF
           CLOSE favis

           OPEN I-O frappel
           IF cr_frap =35 THEN
               OPEN OUTPUT frappel
           END-IF
           CLOSE frappel

           OPEN I-O fmouvement
           IF cr_fmvt =35 THEN
               OPEN OUTPUT fmouvement
           END-IF
           CLOSE fmouvement

           OPEN I-O fparametre
           IF cr_fparam =35 THEN
               OPEN OUTPUT fparametre
           END-IF
           CLOSE fparametre

           OPEN I-O fcontrole
           IF cr_fctl =35 THEN
               OPEN OUTPUT fcontrole
           END-IF
           CLOSE fcontrole

      * les regles du site (majorite, verrouillage, delais...) sont
      * lues une fois pour toutes, avant le mode interactif comme
      * avant le traitement par lot
           PERFORM chargerParametres

           IF premierLancement = 1 THEN
               DISPLAY "Premiere execution : initialisation du"
               DISPLAY "jeu de donnees de demonstration"
      *                  MODE TRAITEMENT PAR LOT
      *-----------------------------------------------------------------
      * Un nom de job passe au lancement (archivage, integrite,
      * rappels, sauvegarde, chargement, tresorerie, attestations,
      * purge, programme ou tout)
      * enchaine le traitement demande sans aucune saisie, ecrit son
      * resultat dans le rapport du jour et termine avec un code
      * retour exploitable par l'ordonnanceur :
      *   0 = execution propre, 4 = anomalies relevees,
      *   8 = nom de job inconnu, 12 = traitement deja en cours.
      * Le nom de job peut etre suivi d'une option (par exemple
      * l'annee universitaire des attestations, la simulation de
      * la purge ou le forcage d'une relance de tout).
      * Sans argument, l'application demarre en mode interactif.
           MOVE 0 TO modeBatch
           MOVE SPACE TO nomJob
           MOVE SPACE TO optionJob
           MOVE SPACE TO ligneCommande
           ACCEPT ligneCommande FROM COMMAND-LINE
           UNSTRING ligneCommande DELIMITED BY ALL SPACE
               INTO nomJob optionJob
           END-UNSTRING
           IF nomJob NOT = SPACE THEN
               PERFORM executerBatch
               MOVE codeRetourBatch TO RETURN-CODE
           END-PERFORM

      **on verifie que l'annee de naissance est inferieur a l'annee en cours
      **et que l'utilisateur a l'age de la majorite (parametres du site)
            PERFORM WITH TEST AFTER UNTIL ageValide = 1
                DISPLAY "ANNEE :"
               ACCEPT futil_naissanceAnnee
               MOVE 0 TO ageValide
               MOVE WS-CURRENT-DAY TO ageRefJour
               MOVE WS-CURRENT-MONTH TO ageRefMois
               MOVE WS-CURRENT-YEAR TO ageRefAnnee
               MOVE futil_naissanceJour TO ageNaissJour
               MOVE futil_naissanceMois TO ageNaissMois
               MOVE futil_naissanceAnnee TO ageNaissAnnee
               PERFORM calculerAge

      **on verifie que l'utilisateur est majeur
               IF ageMembre < ageMajorite AND
                   futil_naissanceAnnee<= WS-CURRENT-YEAR THEN
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|   /!\       ERREUR       /!\  |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|     Vous devez etre majeur    |"
                   DISPLAY "|     pour vous inscrire        |"
                   DISPLAY "|     Age minimum : "ageMajorite
      -                " ans       |"
                   DISPLAY "|_______________________________|"

      ** on verifie qu'il ne met pas une annee superieure a l'anne courante
                   DISPLAY "| inferieure a l'annee courante |"
                   DISPLAY "|     pour vous inscrire        |"
                   DISPLAY "|_______________________________|"
                ELSE
                   MOVE 1 TO ageValide
               END-IF
            END-PERFORM
           MOVE 0 TO futil_type
           MOVE 0 TO futil_statut
           MOVE 0 TO futil_desactJour
           MOVE 0 TO futil_desactMois
           MOVE 0 TO futil_desactAnnee

      **verification que le login n'existe pas deja
           MOVE 0 TO verif_login_ok
      *    Fonction annexe :
      *    Verifie le mot de passe saisi contre l'empreinte stockee et
      *    tient le compteur d'echecs dans le fichier fverrou (un
      *    enregistrement par login) : au bout de seuilVerrou echecs
      *    consecutifs le compte est verrouille pour dureeVerrou jours
      *    (parametres du site ; 1 = jusqu'au lendemain ; meme
      *    principe que futil_statut = 1, mais temporaire). Un mot de
      *    passe correct efface le compteur. L'enregistrement
      *    futilisateur doit etre lu (tamp_futi) avant l'appel ; le
                   MOVE 0 TO fver_mois
                   MOVE 0 TO fver_annee
           END-READ
      * anciennete du verrou en jours calendaires exacts ; sans date
      * de verrou, le compte n'est pas bloque
           IF fver_annee > 0 THEN
               COMPUTE joursVerrou =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-YEAR * 10000
                       + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY)
                   - FUNCTION INTEGER-OF-DATE(fver_annee * 10000
                       + fver_mois * 100 + fver_jour)
           ELSE
               MOVE dureeVerrou TO joursVerrou
           END-IF
           IF fver_echecs >= seuilVerrou AND
               joursVerrou < dureeVerrou THEN
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\       ERREUR       /!\  |"
               DISPLAY "|                               |"
               DISPLAY "|   Compte temporairement       |"
               DISPLAY "|   verrouille apres plusieurs  |"
               DISPLAY "|   echecs. Reessayez plus tard |"
               DISPLAY "|_______________________________|"
           ELSE
               MOVE mdp TO mdpClair
                       DELETE fverrou RECORD
                   END-IF
               ELSE
      * un verrou arrive a expiration : le compteur repart
                   IF fver_echecs >= seuilVerrou THEN
                       MOVE 0 TO fver_echecs
                   END-IF
                   ADD 1 TO fver_echecs
                   IF fver_echecs >= seuilVerrou THEN
                       MOVE WS-CURRENT-DAY TO fver_jour
                       MOVE WS-CURRENT-MONTH TO fver_mois
                       MOVE WS-CURRENT-YEAR TO fver_annee
                       DISPLAY "|_______________________________|"
                       DISPLAY "|                               |"
                       DISPLAY "|   Mot de passe incorrect :    |"
                       DISPLAY "|   compte verrouille pour      |"
                       DISPLAY "|   "dureeVerrou" jour(s)"
                       DISPLAY "|_______________________________|"
                   ELSE
                       DISPLAY " _______________________________ "
           DISPLAY "|  3 - Consulter votre profil         |"
           DISPLAY "|  4 - Desactiver votre profil        |"
           DISPLAY "|  5 - Mes evenements passes          |"
           DISPLAY "|  6 - Attestation de participation   |"
           DISPLAY "|                                     |"
           DISPLAY "|-------------------------------------|"
           DISPLAY "|                                     |"
               WHEN 3 PERFORM consulterProfil
               WHEN 4 PERFORM desactivation_utilisateur
               WHEN 5 PERFORM mesEvenementsPasses
               WHEN 6 PERFORM demanderAttestation
               WHEN 0 PERFORM menuUtilisateur
           END-EVALUATE
           END-PERFORM
               DISPLAY "|  5 - Remplissage des evenements     |"
               DISPLAY "|  6 - Membres absenteistes           |"
               DISPLAY "|  7 - Journal des modifications      |"
               DISPLAY "|  8 - Satisfaction des evenements    |"
               DISPLAY "|  9 - Tresorerie                     |"
               DISPLAY "|                                     |"
               DISPLAY "|-------------------------------------|"
               DISPLAY "|                                     |"
               WHEN 5 PERFORM statOccupation
               WHEN 6 PERFORM rapportAbsenteistes
               WHEN 7 PERFORM consulterJournal
               WHEN 8 PERFORM rapportAvis
               WHEN 9 PERFORM menuTresorerie
               WHEN 0 PERFORM menuUtilisateur
               END-EVALUATE
           END-PERFORM
                               DISPLAY "|   "fevent_type
                               DISPLAY "| Places restantes :"
                               DISPLAY "|   "placesRestantes
                               PERFORM afficherRegles
                               DISPLAY "|-----------------------------"
                           END-IF
                       END-IF
           DISPLAY "|Tarif d'entree en euros             |"
           DISPLAY "|(0 = gratuit)                       |"
           ACCEPT tarifEvent
      **regles d'inscription facultatives (formations, age, limite
      **mensuelle), controlees a chaque demande (verifierEligibilite)
           PERFORM saisirRegles
      **on verifie que l'heure de debut est au format xxhxx
           PERFORM WITH TEST AFTER UNTIL estValideHeure = 1
               DISPLAY "|Veuillez saisir l'heure de debut    |"
               DISPLAY "|                               |"
               DISPLAY "|      Insertion reussie !      |"
               DISPLAY "|_______________________________|"
               PERFORM enregistrerRegles
      * mise a jour du cumul par organisateur
               MOVE "O" TO statCategorie
               MOVE loginSaved TO statLibelle
                       END-WRITE
                       IF cr_fevent = 00 THEN
                           ADD 1 TO nbOccCreees
      * chaque occurrence recoit les regles d'inscription saisies
                           PERFORM enregistrerRegles
      * chaque occurrence ecrite compte dans le cumul par
      * organisateur ; le test porte sur le WRITE, avant le CLOSE
                           MOVE "O" TO statCategorie
                               DISPLAY "|  /!\ ANNULE /!\      |"
                           END-IF
                           PERFORM afficherDelegues
                           PERFORM afficherRegles
                      DISPLAY "|------------------------------|"
                       END-IF

      *     END-PERFORM


      * Les regles d'inscription de l'evenement (formations, age,
      * limite mensuelle) sont controlees avant la place restante
           IF valideInscription = 1 THEN
               PERFORM verifierEligibilite
               IF eligible = 0 THEN
                   MOVE 0 TO valideInscription
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|   /!\       ERREUR       /!\  |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|  Inscription impossible :     |"
                   DISPLAY "|  "motifEligibilite
                   DISPLAY "|_______________________________|"
               END-IF
           END-IF

           IF valideInscription = 1 THEN
      * On verifie dans un deuxieme temps qu'il reste de la place dans l'evenment
               IF fevent_seuil - nbParticipants <= 0 THEN
           END-START
           CLOSE fparticipant
           CLOSE fevenement
      * un membre prevenu d'un report confirme sa venue ou se desiste
           DISPLAY " "
           DISPLAY "Confirmer ou annuler une inscription ?"
           DISPLAY "1 - Confirmer ma participation"
           DISPLAY "2 - Me desister"
           DISPLAY "0 - Non"
           ACCEPT choixDesistement
           IF choixDesistement = 1 OR choixDesistement = 2 THEN
               PERFORM confirmerOuDesister
           END-IF
           DISPLAY " "
           DISPLAY "Exporter votre calendrier (evenements acceptes) ?"
           DISPLAY "1 - Oui"
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Confirmation (choixDesistement = 1) ou desistement
      *    (choixDesistement = 2) du membre connecte sur une de ses
      *    inscriptions a venir (acceptee ou en attente), typiquement
      *    apres un report. L'organisateur est prevenu dans les deux
      *    cas ; un desistement supprime la participation et, s'il
      *    s'agissait d'un accepte, libere la place au profit de la
      *    liste d'attente (fonction annexe a etatInscription)
      ******************************************************************
       confirmerOuDesister.
           DISPLAY "Nom de l'evenement concerne :"
           ACCEPT nomSaved
           MOVE nomSaved TO fevent_nom
           OPEN INPUT fevenement
           READ fevenement
               INVALID KEY
                   MOVE SPACE TO nomSaved
           END-READ
           CLOSE fevenement
           MOVE SPACE TO etatDesiste
           IF nomSaved NOT = SPACE THEN
               PERFORM comparer_date
               MOVE loginSaved TO fpart_login
               MOVE nomSaved TO fpart_nomEvent
               OPEN I-O fparticipant
               READ fparticipant
                   NOT INVALID KEY
      * un evenement annule a deja donne lieu aux remboursements dus
      * (prevenirAnnulation) : plus de confirmation ni de desistement
                       IF dateComparee = 2 AND
                           fevent_etat NOT = "Annule" AND
                           (fpart_etat = "acceptee" OR
                           fpart_etat = "attente") THEN
                           MOVE fpart_etat TO etatDesiste
                       END-IF
               END-READ
           END-IF
           IF etatDesiste = SPACE THEN
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\       ERREUR       /!\  |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               IF nomSaved NOT = SPACE AND
                   fevent_etat = "Annule" THEN
                   DISPLAY "|  Evenement annule :           |"
                   DISPLAY "|  "fevent_motifAnnul
               ELSE
                   DISPLAY "|  Aucune inscription a venir   |"
                   DISPLAY "|  pour cet evenement           |"
               END-IF
               DISPLAY "|_______________________________|"
               IF nomSaved NOT = SPACE THEN
                   CLOSE fparticipant
               END-IF
           ELSE
               IF choixDesistement = 1 THEN
                   CLOSE fparticipant
                   MOVE "confirmation" TO journalAction
                   MOVE "participation confirmee" TO journalDetail
                   MOVE SPACE TO texteMessage
                   STRING "Participation confirmee par " loginSaved
                       " : " nomSaved
                       DELIMITED BY SIZE INTO texteMessage
               ELSE
      * le retrait d'un accepte se repercute dans les cumuls avant
      * la suppression, tant que la participation est en tampon
                   IF etatDesiste = "acceptee" THEN
                       MOVE -1 TO sensStat
                       PERFORM majStatParticipation
                   END-IF
      * un membre qui se desiste apres avoir paye doit etre rembourse
                   IF fpart_paye = 1 THEN
                       PERFORM enregistrerRemboursementDu
                   END-IF
                   DELETE fparticipant RECORD
                   CLOSE fparticipant
                   IF etatDesiste = "acceptee" THEN
                       OPEN INPUT fevenement
                       PERFORM promouvoir_attente
                       CLOSE fevenement
                   END-IF
                   MOVE "desistement" TO journalAction
                   MOVE SPACE TO journalDetail
                   STRING "etat avant desistement : " etatDesiste
                       DELIMITED BY SIZE INTO journalDetail
                   MOVE SPACE TO texteMessage
                   STRING "Desistement de " loginSaved " : "
                       nomSaved
                       DELIMITED BY SIZE INTO texteMessage
               END-IF
               MOVE nomSaved TO journalCible
               PERFORM ecrireJournal
               MOVE fevent_loginOrga TO loginDestinataire
               PERFORM envoyerMessage
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|          INFORMATION          |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|  L'organisateur est prevenu   |"
               DISPLAY "|_______________________________|"
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Signale au membre que l'evenement de la participation
                       DISPLAY "|_______________________________|"
                   NOT INVALID KEY
                       MOVE 1 TO futil_statut
                       MOVE WS-CURRENT-DAY TO futil_desactJour
                       MOVE WS-CURRENT-MONTH TO futil_desactMois
                       MOVE WS-CURRENT-YEAR TO futil_desactAnnee
                       REWRITE tamp_futi
                       MOVE "desactivation" TO journalAction
                       MOVE loginSaved TO journalCible
                                   "retiree pour : " fpart_nomEvent
                                   DELIMITED BY SIZE INTO texteMessage
                               PERFORM envoyerMessage
      * un participant retire qui avait paye doit etre rembourse
                               IF fpart_paye = 1 THEN
                                   PERFORM enregistrerRemboursementDu
                               END-IF
                               CLOSE fparticipant
                               OPEN INPUT fevenement
                               PERFORM promouvoir_attente
                               CLOSE fevenement
                               OPEN I-O fparticipant
                           END-IF
                       ELSE
                        DISPLAY " "
                        DISPLAY "Votre choix :"
                        ACCEPT choixGestionDemande
      * la limite mensuelle du membre est recontrolee a l'acceptation :
      * ses demandes en attente ont pu etre deposees sur plusieurs
      * evenements du mois avant qu'elle ne soit atteinte
                           MOVE 1 TO eligible
                           IF choixGestionDemande = 1 THEN
                               PERFORM controlerLimiteDemande
                           END-IF
                           IF eligible = 0 THEN
                        DISPLAY " _______________________________ "
                        DISPLAY "|                               |"
                        DISPLAY "|   /!\       ERREUR       /!\  |"
                        DISPLAY "|_______________________________|"
                        DISPLAY "|                               |"
                        DISPLAY "|  Acceptation impossible :     |"
                        DISPLAY "|  "motifEligibilite
                        DISPLAY "|  La demande reste en attente  |"
                        DISPLAY "|_______________________________|"
                           ELSE
                               IF choixGestionDemande = 0 THEN
                                   MOVE "refusee" TO fpart_etat
                               ELSE
                                   MOVE "acceptee" TO fpart_etat
                               END-IF
                               MOVE WS-CURRENT-DAY TO fpart_decJour
                               MOVE WS-CURRENT-MONTH TO fpart_decMois
                               MOVE WS-CURRENT-YEAR TO fpart_decAnnee
      * sur un evenement payant, l'encaissement peut etre note des
      * l'acceptation (sinon il le sera au pointage)
                               IF choixGestionDemande = 1 AND
                                   fevent_tarif > 0 THEN
                                   PERFORM encaisserPaiement
                               END-IF
                               REWRITE tamp_fpart
                               DISPLAY "Demande traitee"
                               MOVE "decision" TO journalAction
                               MOVE fpart_nomEvent TO journalCible
                               MOVE SPACE TO journalDetail
                               STRING fpart_login " : attente -> "
                                   fpart_etat
                                   DELIMITED BY SIZE INTO journalDetail
                               PERFORM ecrireJournal
      * une acceptation alimente les cumuls formation/mois/type et
      * les acceptes de l'organisateur
                               IF choixGestionDemande = 1 THEN
                                   MOVE 1 TO sensStat
                                   PERFORM majStatParticipation
                               END-IF
                               MOVE fpart_login TO loginDestinataire
                               MOVE SPACE TO texteMessage
                               IF choixGestionDemande = 0 THEN
                                   STRING "Votre demande a ete "
                                       "refusee pour : " fpart_nomEvent
                                       DELIMITED BY SIZE
                                       INTO texteMessage
                               ELSE
                                   STRING "Votre demande a ete "
                                       "acceptee pour : " fpart_nomEvent
                                       DELIMITED BY SIZE
                                       INTO texteMessage
                               END-IF
                               PERFORM envoyerMessage
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Avant d'accepter la demande chargee dans tamp_fpart,
      *    controle la limite mensuelle des regles de l'evenement
      *    (tamp_fevent) pour le demandeur : eligible passe a 0 et
      *    motifEligibilite porte la raison si elle est atteinte.
      *    fparticipant est ouvert en I-O ; la demande est relue en
      *    fin de controle (fonction annexe a gestion_demandes)
      ******************************************************************
       controlerLimiteDemande.
           MOVE fpart_login TO loginLimite
           PERFORM chargerRegles
           OPEN INPUT fevenement
           PERFORM verifierLimiteMois
           CLOSE fevenement
           MOVE loginLimite TO fpart_login
           MOVE fevent_nom TO fpart_nomEvent
           READ fparticipant
               INVALID KEY
                   DISPLAY "Echec de la relecture"
           END-READ
           .

      ******************************************************************
      *    Fonction parallele :
      *    Propose d'encaisser le tarif de l'evenement charge dans
               MOVE WS-CURRENT-YEAR TO fpart_payeAnnee
               MOVE modePaiement TO fpart_modePaiement
               DISPLAY "Paiement enregistre"
               MOVE "P" TO typeMouvement
               MOVE fpart_login TO mvtLogin
               MOVE fpart_nomEvent TO mvtNomEvent
               MOVE fpart_montantPaye TO mvtMontant
               MOVE fpart_modePaiement TO mvtMode
               MOVE 0 TO mvtLien
               PERFORM enregistrerMouvement
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Ajoute un mouvement de tresorerie (fichier fmouvement) date
      *    du jour : typeMouvement, mvtLogin, mvtNomEvent, mvtMontant,
      *    mvtMode et mvtLien doivent avoir leur valeur avant l'appel.
      *    Le numero attribue est rendu dans numeroMouvement.
      ******************************************************************
       enregistrerMouvement.
           OPEN I-O fmouvement
      * le numero du dernier mouvement est recherche par parcours,
      * comme pour le journal des modifications
           MOVE 0 TO numeroMouvement
           MOVE 0 TO fin_boucle12
           PERFORM WITH TEST AFTER UNTIL fin_boucle12 = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle12
               NOT AT END
                   IF fmvt_numero > numeroMouvement THEN
                       MOVE fmvt_numero TO numeroMouvement
                   END-IF
           END-PERFORM
           ADD 1 TO numeroMouvement
           MOVE numeroMouvement TO fmvt_numero
           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA
           MOVE typeMouvement TO fmvt_type
           MOVE WS-CURRENT-DAY TO fmvt_jour
           MOVE WS-CURRENT-MONTH TO fmvt_mois
           MOVE WS-CURRENT-YEAR TO fmvt_annee
           MOVE mvtLogin TO fmvt_login
           MOVE mvtNomEvent TO fmvt_nomEvent
           MOVE mvtMontant TO fmvt_montant
           MOVE mvtMode TO fmvt_mode
           MOVE 0 TO fmvt_rembourse
           MOVE mvtLien TO fmvt_numeroLie
           MOVE loginSaved TO fmvt_loginSaisie
           WRITE tamp_fmvt
           END-WRITE
           CLOSE fmouvement
           .

      ******************************************************************
      *    Fonction parallele :
      *    Enregistre le remboursement du au participant charge dans
      *    tamp_fpart (montant et mode de son paiement), a l'annulation
      *    de l'evenement, au retrait ou au desistement d'un membre qui
      *    a deja paye, ou a la suppression d'un evenement a venir
      *    (fonction annexe a prevenirAnnulation, gestion_demandes,
      *    confirmerOuDesister et supprimerEvent)
      ******************************************************************
       enregistrerRemboursementDu.
           MOVE "D" TO typeMouvement
           MOVE fpart_login TO mvtLogin
           MOVE fpart_nomEvent TO mvtNomEvent
           MOVE fpart_montantPaye TO mvtMontant
           MOVE fpart_modePaiement TO mvtMode
           MOVE 0 TO mvtLien
           PERFORM enregistrerMouvement
           MOVE fpart_montantPaye TO affMontant
           DISPLAY "Remboursement du enregistre : "affMontant
               " euros pour "fpart_login
           .

      *-----------------------------------------------------------------
      *          Procedure de pointage le jour de l'evenement :
      *          l'organisateur (ou un administrateur) marque chaque
                               DELIMITED BY SIZE INTO texteMessage
                           PERFORM envoyerMessage
                       END-IF
      * tout ce qui a ete encaisse sur l'evenement est a rembourser
      * (un participant deja retire a eu son remboursement du)
                       IF fpart_paye = 1 AND
                           (fpart_etat = "acceptee" OR
                           fpart_etat = "presente" OR
                           fpart_etat = "absente") THEN
                           PERFORM enregistrerRemboursementDu
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fparticipant
                                   MOVE -1 TO sensStat
                                   PERFORM majStatParticipation
                               END-IF
      * un participant qui avait paye doit etre rembourse, comme a
      * l'annulation ; un evenement deja annule a eu ses remboursements
      * dus enregistres par prevenirAnnulation, et l'archivage d'un
      * evenement passe (notifierSuppression = 0) ne rembourse rien
                               IF notifierSuppression = 1 AND
                                   fevent_etat NOT = "Annule" AND
                                   fpart_paye = 1 AND
                                   (fpart_etat = "acceptee" OR
                                   fpart_etat = "presente" OR
                                   fpart_etat = "absente") THEN
                                   PERFORM enregistrerRemboursementDu
                               END-IF
                               DELETE fparticipant RECORD
                           END-IF
                   END-PERFORM
               CLOSE fparticipant
      * les delegations de co-organisation n'ont plus d'objet
               PERFORM supprimerDelegues
      * ni les regles d'inscription de l'evenement
               PERFORM supprimerRegles
               OPEN I-O fevenement
                   READ fevenement
                       INVALID KEY
           .
      *-----------------------------------------------------------------
      *    Fonction annexe : construit le nom du fichier de rapport du
      *    jour (prefixe des parametres du site suivi de AAAAMMJJ.txt ;
      *    un fichier par jour, les differentes executions des
      *    statistiques dans la meme journee s'y ajoutent a la suite)
      *    et l'ouvre en ecriture dans freport. A appeler avant
      *    d'ecrire dans freport, et CLOSE freport une fois termine.
      *-----------------------------------------------------------------
       ouvrirRapport.
           MOVE SPACE TO nomRapport
           STRING prefixeRapport DELIMITED BY SPACE
               WS-CURRENT-YEAR WS-CURRENT-MONTH
               WS-CURRENT-DAY ".txt" DELIMITED BY SIZE INTO nomRapport
           OPEN EXTEND freport
           IF cr_freport = 35 THEN
      *-----------------------------------------------------------------
      *    Rapport des membres absenteistes (menu statistiques,
      *    reserve a l'administrateur) : liste les membres dont le
      *    nombre d'absences pointees sur les derniers mois (fenetre
      *    des parametres du site) atteint un seuil saisi a
      *    l'execution, a defaut celui des parametres. Le resultat est
      *    egalement ajoute au rapport du jour (ouvrirRapport).
      *-----------------------------------------------------------------
       rapportAbsenteistes.
           DISPLAY " ____________________________________"
           DISPLAY "|       MEMBRES ABSENTEISTES         |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO seuilAbsences
           DISPLAY "Nombre d'absences recentes a partir duquel"
           DISPLAY "signaler un membre (0 = seuil par defaut : "
               seuilAbsenceDefaut ") :"
           ACCEPT seuilAbsences
           IF seuilAbsences = 0 THEN
               MOVE seuilAbsenceDefaut TO seuilAbsences
           END-IF

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Membres absenteistes du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               " (seuil : " seuilAbsences " absences sur "
               moisAbsence " mois)"
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport

                           ADD 1 TO nbAbsenteistes
                           DISPLAY "| Login :"
                           DISPLAY "|   "futil_login
                           DISPLAY "| Absences sur "moisAbsence
      -                        " mois : "nbAbsencesRecentes
                           DISPLAY "| Presents/acceptes : "
      -                        nbPresentsHisto"/"nbAcceptesHisto
                           DISPLAY "|-----------------------------"
                           MOVE SPACE TO tamp_freport
                           STRING "  " futil_login
                               " absences " moisAbsence " mois : "
                               nbAbsencesRecentes
                               " presents/acceptes : "
                               nbPresentsHisto "/" nbAcceptesHisto
           DISPLAY "| 6 - salle                          |"
           DISPLAY "| 7 - co-organisateurs               |"
           DISPLAY "| 8 - tarif d'entree                 |"
           DISPLAY "| 9 - date / regles d'inscription    |"
           DISPLAY "|                                    |"
           DISPLAY "|------------------------------------|"
           DISPLAY "|                                    |"
                           DISPLAY "|_______________________________|"
                           DISPLAY cr_fevent
                   END-IF
               WHEN 9
                   DISPLAY "1 - Reporter l'evenement (date)"
                   DISPLAY "2 - Regles d'inscription"
                   DISPLAY "0 - Retour"
                   ACCEPT choixModifAutre
                   IF choixModifAutre = 1 THEN
                       PERFORM reporterEvent
                   END-IF
                   IF choixModifAutre = 2 THEN
                       PERFORM modifierRegles
                   END-IF
               WHEN 0 PERFORM gestionEvenement
               END-PERFORM
           CLOSE fevenement.

      *-----------------------------------------------------------------
      *    Procedure de report d'un evenement a une autre date (appelee
      *    depuis modifierEvent, fevenement ouvert en I-O et evenement
      *    charge dans tamp_fevent). Les participations sont conservees
      *    telles quelles ; la salle est recontrolee pour la nouvelle
      *    date, les cumuls formation/mois suivent le changement de
      *    mois et chaque participant recoit un message l'invitant a
      *    confirmer ou a se desister (voir confirmerOuDesister). Un
      *    participant accepte deja retenu ailleurs le jour du report
      *    est signale a l'organisateur.
      *-----------------------------------------------------------------
       reporterEvent.
           IF fevent_etat = "Annule" THEN
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\       ERREUR       /!\  |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|  Evenement annule : report    |"
               DISPLAY "|  impossible                   |"
               DISPLAY "|_______________________________|"
           ELSE
               MOVE fevent_nom TO nomExcluConflit
               MOVE fevent_dateJour TO reportAncienJour
               MOVE fevent_dateMois TO reportAncienMois
               MOVE fevent_dateAnnee TO reportAncienAnnee
               DISPLAY "Date actuelle : "fevent_dateJour"/"
      -            fevent_dateMois"/"fevent_dateAnnee
               DISPLAY "Nouvelle date de l'evenement :"
               MOVE 0 TO reportDateValide
               PERFORM WITH TEST AFTER UNTIL reportDateValide = 1
                   PERFORM WITH TEST AFTER UNTIL dateComparee = 2
                       PERFORM WITH TEST AFTER UNTIL
                           fevent_dateJour>0 AND fevent_dateJour<=31
                           DISPLAY "JOUR (entre 1 et 31) :"
                           ACCEPT fevent_dateJour
                       END-PERFORM
                       PERFORM WITH TEST AFTER UNTIL
                           fevent_dateMois>0 AND fevent_dateMois<=12
                           DISPLAY "MOIS (entre 1 et 12) :"
                           ACCEPT fevent_dateMois
                       END-PERFORM
                       PERFORM WITH TEST AFTER UNTIL
                           fevent_dateAnnee>=WS-CURRENT-YEAR
                           DISPLAY "ANNEE :"
                           ACCEPT fevent_dateAnnee
                       END-PERFORM
                       PERFORM comparer_date
                       IF dateComparee NOT = 2 THEN
                           DISPLAY "La date doit etre a venir"
                       END-IF
                   END-PERFORM
                   MOVE 1 TO reportDateValide
                   MOVE fevent_dateMois TO serieMois
                   MOVE fevent_dateAnnee TO serieAnnee
                   PERFORM calculerJoursMois
                   IF fevent_dateJour > joursMois THEN
                       DISPLAY "Ce mois ne compte que "joursMois
                           " jours"
                       MOVE 0 TO reportDateValide
                   END-IF
                   IF fevent_dateJour = reportAncienJour AND
                       fevent_dateMois = reportAncienMois AND
                       fevent_dateAnnee = reportAncienAnnee THEN
                       DISPLAY "La date saisie est la date actuelle"
                       MOVE 0 TO reportDateValide
                   END-IF
      * meme regle qu'a la creation : le couple nom/date ne doit pas
      * deja figurer dans l'historique
                   IF reportDateValide = 1 THEN
                       MOVE nomExcluConflit TO nomEvent
                       PERFORM existeEventHisto
                       IF estValideEvenementResultatHisto = 1 THEN
                           MOVE 0 TO reportDateValide
                       END-IF
                   END-IF
               END-PERFORM
               MOVE fevent_dateJour TO reportJour
               MOVE fevent_dateMois TO reportMois
               MOVE fevent_dateAnnee TO reportAnnee
               REWRITE tamp_fevent
               IF cr_fevent = 00 THEN
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|          INFORMATION          |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|  Evenement reporte au         |"
                   DISPLAY "|   "reportJour"/"reportMois"/"reportAnnee
                   DISPLAY "|_______________________________|"
                   MOVE "reportEvent" TO journalAction
                   MOVE fevent_nom TO journalCible
                   MOVE SPACE TO journalDetail
                   STRING "date : " reportAncienJour "/"
                       reportAncienMois "/" reportAncienAnnee
                       " -> " reportJour "/" reportMois "/"
                       reportAnnee
                       DELIMITED BY SIZE INTO journalDetail
                   PERFORM ecrireJournal
      * les cumuls formation/mois/type sont indexes par mois : les
      * participations deja acceptees basculent sous le nouveau
                   IF reportMois NOT = reportAncienMois THEN
                       PERFORM rekeyerStatsMois
                   END-IF
      * le controle de salle et les controles par participant
      * parcourent fevenement : le fichier est ferme le temps des
      * verifications puis l'evenement est relu
                   CLOSE fevenement
                   IF fevent_salle NOT = SPACE THEN
                       MOVE reportJour TO jourConflit
                       MOVE reportMois TO moisConflit
                       MOVE reportAnnee TO anneeConflit
                       MOVE fevent_heure TO heureDebConflit
                       MOVE fevent_heureFin TO heureFinConflit
                       MOVE fevent_salle TO salleConflit
                       PERFORM verifierConflitSalle
                   END-IF
                   PERFORM prevenirReport
                   OPEN I-O fevenement
               ELSE
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|   /!\       ERREUR       /!\  |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|   Echec de la modification    |"
                   DISPLAY "|_______________________________|"
                   DISPLAY cr_fevent
               END-IF
      * relecture : le tampon retrouve l'etat reel de l'evenement
               MOVE nomExcluConflit TO fevent_nom
               READ fevenement
                   INVALID KEY
                       DISPLAY "Echec de la relecture"
               END-READ
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Previent chaque participant (acceptee ou attente) de
      *    l'evenement nomExcluConflit de son report a la date
      *    reportJour/reportMois/reportAnnee. Les participants sont
      *    traites un par un dans l'ordre des logins, par parcours
      *    successifs de fparticipant, car le controle de chaque membre
      *    (verifierConflitMembre) parcourt lui-meme ce fichier.
      *    fparticipant et fevenement doivent etre fermes
      *    (fonction annexe a reporterEvent)
      ******************************************************************
       prevenirReport.
           MOVE 0 TO nbPrevenusReport
           MOVE 0 TO nbConflitsReport
           MOVE SPACE TO dernierLoginReport
           MOVE 0 TO fin_boucle8
           PERFORM UNTIL fin_boucle8 = 1
               MOVE HIGH-VALUE TO loginReport
               MOVE SPACE TO etatReport
               OPEN INPUT fparticipant
               MOVE nomExcluConflit TO fpart_nomEvent
               START fparticipant, KEY IS = fpart_nomEvent
                   INVALID KEY
                       MOVE 1 TO fin_boucle8
                   NOT INVALID KEY
                       MOVE 0 TO fin_boucle9
                       PERFORM WITH TEST AFTER UNTIL fin_boucle9 = 1
                           READ fparticipant NEXT
                           AT END
                               MOVE 1 TO fin_boucle9
                           NOT AT END
                               IF fpart_nomEvent NOT = nomExcluConflit
                                   THEN
                                   MOVE 1 TO fin_boucle9
                               ELSE
                                   IF (fpart_etat = "acceptee" OR
                                       fpart_etat = "attente") AND
                                       fpart_login > dernierLoginReport
                                       AND fpart_login < loginReport
                                       THEN
                                       MOVE fpart_login TO loginReport
                                       MOVE fpart_etat TO etatReport
                                   END-IF
                               END-IF
                       END-PERFORM
               END-START
               CLOSE fparticipant
               IF loginReport = HIGH-VALUE THEN
                   MOVE 1 TO fin_boucle8
               ELSE
                   MOVE loginReport TO dernierLoginReport
                   PERFORM prevenirParticipantReport
               END-IF
           END-PERFORM
           DISPLAY " _______________________________ "
           DISPLAY "|                               |"
           DISPLAY "|          INFORMATION          |"
           DISPLAY "|_______________________________|"
           DISPLAY "|                               |"
           DISPLAY "|  Participants prevenus : "nbPrevenusReport
           DISPLAY "|  Conflits de date : "nbConflitsReport
           DISPLAY "|_______________________________|"
           .

      ******************************************************************
      *    Fonction annexe :
      *    Controle et message de report pour le participant
      *    loginReport (etat etatReport) : un accepte deja retenu sur
      *    un autre evenement le jour du report est signale a
      *    l'organisateur et averti dans son message, qui nomme
      *    l'evenement reporte et celui deja retenu ce jour-la
      *    (fonction annexe a prevenirReport)
      ******************************************************************
       prevenirParticipantReport.
           MOVE 0 TO conflitMembre
           IF etatReport = "acceptee" THEN
               MOVE loginReport TO loginConflit
               MOVE reportJour TO jourConflit
               MOVE reportMois TO moisConflit
               MOVE reportAnnee TO anneeConflit
               PERFORM verifierConflitMembre
           END-IF
           MOVE loginReport TO loginDestinataire
           MOVE SPACE TO texteMessage
           IF conflitMembre = 1 THEN
               ADD 1 TO nbConflitsReport
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\   AVERTISSEMENT   /!\   |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|  Participant deja accepte     |"
               DISPLAY "|  ce jour-la :                 |"
               DISPLAY "|   "loginReport
               DISPLAY "|  pour :                       |"
               DISPLAY "|   "nomConflitMembre
               DISPLAY "|_______________________________|"
               STRING "Reporte au " reportJour "/" reportMois "/"
                   reportAnnee " : " DELIMITED BY SIZE
                   nomExcluConflit DELIMITED BY "  "
                   " ; deja accepte(e) ce jour : " DELIMITED BY SIZE
                   nomConflitMembre DELIMITED BY "  "
                   INTO texteMessage
           ELSE
               STRING "Reporte au " reportJour "/" reportMois "/"
                   reportAnnee ", confirmez ou desistez-vous : "
                   nomExcluConflit
                   DELIMITED BY SIZE INTO texteMessage
           END-IF
           PERFORM envoyerMessage
           ADD 1 TO nbPrevenusReport
           .

      ******************************************************************
      *    Fonction parallele :
      *    Recherche si le membre loginConflit est deja accepte sur un
      *    autre evenement (non annule) que nomExcluConflit le jour
      *    jourConflit/moisConflit/anneeConflit. En sortie
      *    conflitMembre vaut 1 et nomConflitMembre porte l'evenement
      *    en cause. fparticipant et fevenement doivent etre fermes
      *    avant l'appel : les tampons des deux fichiers sont ecrases.
      ******************************************************************
       verifierConflitMembre.
           MOVE 0 TO conflitMembre
           MOVE SPACE TO nomConflitMembre
           OPEN INPUT fparticipant
           OPEN INPUT fevenement
           MOVE loginConflit TO fpart_login
           MOVE 0 TO fin_boucle9
           START fparticipant, KEY IS = fpart_login
               INVALID KEY
                   MOVE 1 TO fin_boucle9
           END-START
           PERFORM UNTIL fin_boucle9 = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle9
               NOT AT END
                   IF fpart_login NOT = loginConflit THEN
                       MOVE 1 TO fin_boucle9
                   ELSE
                       IF fpart_etat = "acceptee" AND
                           fpart_nomEvent NOT = nomExcluConflit THEN
                           MOVE fpart_nomEvent TO fevent_nom
                           READ fevenement
                               NOT INVALID KEY
                                   IF fevent_dateJour = jourConflit AND
                                       fevent_dateMois = moisConflit AND
                                       fevent_dateAnnee = anneeConflit
                                       AND fevent_etat NOT = "Annule"
                                       THEN
                                       MOVE 1 TO conflitMembre
                                       MOVE fevent_nom TO
                                           nomConflitMembre
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fevenement
           CLOSE fparticipant
           .

      *-----------------------------------------------------------------
      *          Procedure verifiant que l'utilisateur est
      *          Un administrateur ou l'organisateur de
      *                       L'evenement
      *-----------------------------------------------------------------
       verif_permission.
      * verifie que l'utilisateur a les permissions pour l'action
           MOVE 0 TO verif_event
           MOVE 0 TO retour

           PERFORM WITH TEST AFTER UNTIL verif_event = 1 OR retour = 1
               DISPLAY "Saisissez le nom de l'evenement a traiter : "
               ACCEPT fevent_nom
               OPEN INPUT fevenement
               READ fevenement
                   INVALID KEY
                       DISPLAY " _______________________________ "
                       DISPLAY "|                               |"
                       DISPLAY "|   /!\       ERREUR       /!\  |"
                       DISPLAY "|_______________________________|"
                       DISPLAY "|                               |"
                       DISPLAY "|        Saisie invalide        |"
                       DISPLAY "|_______________________________|"
                   NOT INVALID KEY
           CLOSE fdelegue
           .

      ******************************************************************
      *    Fonction parallele :
      *    Saisie des regles d'inscription d'un evenement dans
      *    regleFormation1 a 5, regleAgeMin et regleMaxMois : formations
      *    autorisees (la premiere vide = toutes les formations), age
      *    minimum le jour de l'evenement et nombre maximal
      *    d'evenements acceptes par membre dans le mois (0 = aucune
      *    contrainte). Fonction annexe a creerEvent et modifierRegles.
      ******************************************************************
       saisirRegles.
           DISPLAY "|Regles d'inscription                |"
           MOVE SPACE TO regleFormation1
           MOVE SPACE TO regleFormation2
           MOVE SPACE TO regleFormation3
           MOVE SPACE TO regleFormation4
           MOVE SPACE TO regleFormation5
           DISPLAY "|Formation autorisee 1               |"
           DISPLAY "|(vide = toutes les formations)      |"
           ACCEPT regleFormation1
           IF regleFormation1 NOT = SPACE THEN
               DISPLAY "|Formation autorisee 2 (vide = fin)  |"
               ACCEPT regleFormation2
           END-IF
           IF regleFormation2 NOT = SPACE THEN
               DISPLAY "|Formation autorisee 3 (vide = fin)  |"
               ACCEPT regleFormation3
           END-IF
           IF regleFormation3 NOT = SPACE THEN
               DISPLAY "|Formation autorisee 4 (vide = fin)  |"
               ACCEPT regleFormation4
           END-IF
           IF regleFormation4 NOT = SPACE THEN
               DISPLAY "|Formation autorisee 5 (vide = fin)  |"
               ACCEPT regleFormation5
           END-IF
           DISPLAY "|Age minimum le jour de l'evenement  |"
           DISPLAY "|(0 = pas d'age minimum)             |"
           ACCEPT regleAgeMin
           DISPLAY "|Nombre maximal d'evenements acceptes|"
           DISPLAY "|par membre dans le mois             |"
           DISPLAY "|(0 = pas de limite)                 |"
           ACCEPT regleMaxMois
           .

      ******************************************************************
      *    Fonction parallele :
      *    Enregistre les regles regleFormation1 a 5, regleAgeMin et
      *    regleMaxMois pour l'evenement fevent_nom. Un evenement sans
      *    aucune regle n'a pas d'enregistrement dans fregle (une
      *    regle existante est alors supprimee).
      ******************************************************************
       enregistrerRegles.
           OPEN I-O fregle
           MOVE fevent_nom TO fregle_nomEvent
           IF regleFormation1 = SPACE AND regleAgeMin = 0
               AND regleMaxMois = 0 THEN
               DELETE fregle RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE regleFormation1 TO fregle_formation1
               MOVE regleFormation2 TO fregle_formation2
               MOVE regleFormation3 TO fregle_formation3
               MOVE regleFormation4 TO fregle_formation4
               MOVE regleFormation5 TO fregle_formation5
               MOVE regleAgeMin TO fregle_ageMin
               MOVE regleMaxMois TO fregle_maxMois
               WRITE tamp_fregle
                   INVALID KEY
                       REWRITE tamp_fregle
               END-WRITE
           END-IF
           CLOSE fregle
           .

      ******************************************************************
      *    Fonction parallele :
      *    Charge les regles de l'evenement fevent_nom dans
      *    regleFormation1 a 5, regleAgeMin et regleMaxMois ;
      *    regleExiste vaut 0 si l'evenement est ouvert a tous
      ******************************************************************
       chargerRegles.
           MOVE 0 TO regleExiste
           MOVE SPACE TO regleFormation1
           MOVE SPACE TO regleFormation2
           MOVE SPACE TO regleFormation3
           MOVE SPACE TO regleFormation4
           MOVE SPACE TO regleFormation5
           MOVE 0 TO regleAgeMin
           MOVE 0 TO regleMaxMois
           OPEN INPUT fregle
           MOVE fevent_nom TO fregle_nomEvent
           READ fregle
               NOT INVALID KEY
                   MOVE 1 TO regleExiste
                   MOVE fregle_formation1 TO regleFormation1
                   MOVE fregle_formation2 TO regleFormation2
                   MOVE fregle_formation3 TO regleFormation3
                   MOVE fregle_formation4 TO regleFormation4
                   MOVE fregle_formation5 TO regleFormation5
                   MOVE fregle_ageMin TO regleAgeMin
                   MOVE fregle_maxMois TO regleMaxMois
           END-READ
           CLOSE fregle
           .

      ******************************************************************
      *    Fonction parallele :
      *    Affiche les regles d'inscription de l'evenement fevent_nom
      *    (rien pour un evenement ouvert a tous). Le tampon de
      *    fevenement n'est pas modifie (fonction annexe a afficheEvent
      *    et rechercherDispo)
      ******************************************************************
       afficherRegles.
           PERFORM chargerRegles
           IF regleExiste = 1 THEN
               IF regleFormation1 NOT = SPACE THEN
                   DISPLAY "|Reserve aux formations :"
                   DISPLAY "|  "regleFormation1
                   IF regleFormation2 NOT = SPACE THEN
                       DISPLAY "|  "regleFormation2
                   END-IF
                   IF regleFormation3 NOT = SPACE THEN
                       DISPLAY "|  "regleFormation3
                   END-IF
                   IF regleFormation4 NOT = SPACE THEN
                       DISPLAY "|  "regleFormation4
                   END-IF
                   IF regleFormation5 NOT = SPACE THEN
                       DISPLAY "|  "regleFormation5
                   END-IF
               END-IF
               IF regleAgeMin > 0 THEN
                   DISPLAY "|Age minimum : "regleAgeMin" ans"
               END-IF
               IF regleMaxMois > 0 THEN
                   DISPLAY "|Maximum par membre : "regleMaxMois
                       " evenement(s) accepte(s) par mois"
               END-IF
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Supprime les regles d'inscription de l'evenement charge dans
      *    tamp_fevent (fonction annexe a supprimerEvent)
      ******************************************************************
       supprimerRegles.
           OPEN I-O fregle
           MOVE fevent_nom TO fregle_nomEvent
           DELETE fregle RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE fregle
           .

      ******************************************************************
      *    Fonction parallele :
      *    Modification des regles d'inscription de l'evenement charge
      *    dans tamp_fevent, avec trace dans le journal des anciennes
      *    et nouvelles valeurs (fonction annexe a modifierEvent). Les
      *    demandes deja deposees ne sont pas remises en cause.
      ******************************************************************
       modifierRegles.
           DISPLAY "Regles actuelles :"
           PERFORM afficherRegles
           IF regleExiste = 0 THEN
               DISPLAY "|Aucune (evenement ouvert a tous)"
           END-IF
           MOVE regleFormation1 TO ancienneFormation1
           MOVE regleFormation2 TO ancienneFormation2
           MOVE regleFormation3 TO ancienneFormation3
           MOVE regleFormation4 TO ancienneFormation4
           MOVE regleFormation5 TO ancienneFormation5
           MOVE regleAgeMin TO ancienAgeMin
           MOVE regleMaxMois TO ancienMaxMois
           PERFORM saisirRegles
           PERFORM enregistrerRegles
           DISPLAY " _______________________________ "
           DISPLAY "|                               |"
           DISPLAY "|          INFORMATION          |"
           DISPLAY "|_______________________________|"
           DISPLAY "|                               |"
           DISPLAY "|     Modification reussie !    |"
           DISPLAY "|_______________________________|"
           MOVE "modifEvent" TO journalAction
           MOVE fevent_nom TO journalCible
           MOVE SPACE TO journalDetail
           STRING "regles : age " ancienAgeMin " -> " regleAgeMin
               ", max/mois " ancienMaxMois " -> " regleMaxMois
               DELIMITED BY SIZE INTO journalDetail
           PERFORM ecrireJournal
      * une ligne de journal par formation modifiee
           MOVE 1 TO numFormation
           MOVE ancienneFormation1 TO formationAvant
           MOVE regleFormation1 TO formationApres
           PERFORM journaliserFormation
           MOVE 2 TO numFormation
           MOVE ancienneFormation2 TO formationAvant
           MOVE regleFormation2 TO formationApres
           PERFORM journaliserFormation
           MOVE 3 TO numFormation
           MOVE ancienneFormation3 TO formationAvant
           MOVE regleFormation3 TO formationApres
           PERFORM journaliserFormation
           MOVE 4 TO numFormation
           MOVE ancienneFormation4 TO formationAvant
           MOVE regleFormation4 TO formationApres
           PERFORM journaliserFormation
           MOVE 5 TO numFormation
           MOVE ancienneFormation5 TO formationAvant
           MOVE regleFormation5 TO formationApres
           PERFORM journaliserFormation
           .

      ******************************************************************
      *    Fonction annexe :
      *    Journalise le changement de la formation numFormation des
      *    regles de l'evenement fevent_nom (formationAvant ->
      *    formationApres) ; rien si elle n'a pas change (fonction
      *    annexe a modifierRegles)
      ******************************************************************
       journaliserFormation.
           IF formationAvant NOT = formationApres THEN
               IF formationAvant = SPACE THEN
                   MOVE "(aucune)" TO formationAvant
               END-IF
               IF formationApres = SPACE THEN
                   MOVE "(aucune)" TO formationApres
               END-IF
               MOVE "modifEvent" TO journalAction
               MOVE fevent_nom TO journalCible
               MOVE SPACE TO journalDetail
               STRING "regles : formation " numFormation " : "
                   DELIMITED BY SIZE
                   formationAvant DELIMITED BY "  "
                   " -> " DELIMITED BY SIZE
                   formationApres DELIMITED BY "  "
                   INTO journalDetail
               PERFORM ecrireJournal
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Controle la demande du membre loginSaved sur l'evenement
      *    charge dans tamp_fevent au regard des regles de l'evenement
      *    (formation, age le jour de l'evenement, nombre d'evenements
      *    deja acceptes dans le mois). En sortie eligible vaut 0 et
      *    motifEligibilite porte la raison du refus. fevenement doit
      *    etre ouvert en lecture et fparticipant ouvert : l'evenement
      *    est relu en fin de controle (fonction annexe a
      *    enregistrerInscription)
      ******************************************************************
       verifierEligibilite.
           MOVE 1 TO eligible
           MOVE SPACE TO motifEligibilite
           PERFORM chargerRegles
           IF regleExiste = 1 THEN
               OPEN INPUT futilisateur
               MOVE loginSaved TO futil_login
               READ futilisateur
                   INVALID KEY
                       MOVE SPACE TO futil_formation
                       MOVE 0 TO futil_naissanceJour
                       MOVE 0 TO futil_naissanceMois
                       MOVE 0 TO futil_naissanceAnnee
               END-READ
               CLOSE futilisateur
               IF regleFormation1 NOT = SPACE THEN
                   IF futil_formation NOT = regleFormation1 AND
                       futil_formation NOT = regleFormation2 AND
                       futil_formation NOT = regleFormation3 AND
                       futil_formation NOT = regleFormation4 AND
                       futil_formation NOT = regleFormation5 THEN
                       MOVE 0 TO eligible
                       MOVE "Evenement reserve a d'autres formations"
                           TO motifEligibilite
                   END-IF
                   IF futil_formation = SPACE THEN
                       MOVE 0 TO eligible
                       MOVE "Evenement reserve a d'autres formations"
                           TO motifEligibilite
                   END-IF
               END-IF
               IF eligible = 1 AND regleAgeMin > 0 THEN
                   MOVE fevent_dateJour TO ageRefJour
                   MOVE fevent_dateMois TO ageRefMois
                   MOVE fevent_dateAnnee TO ageRefAnnee
                   MOVE futil_naissanceJour TO ageNaissJour
                   MOVE futil_naissanceMois TO ageNaissMois
                   MOVE futil_naissanceAnnee TO ageNaissAnnee
                   PERFORM calculerAge
                   IF ageMembre < regleAgeMin THEN
                       MOVE 0 TO eligible
                       MOVE SPACE TO motifEligibilite
                       STRING "Age minimum requis le jour de "
                           "l'evenement : " regleAgeMin " ans"
                           DELIMITED BY SIZE INTO motifEligibilite
                   END-IF
               END-IF
               IF eligible = 1 THEN
                   MOVE loginSaved TO loginLimite
                   PERFORM verifierLimiteMois
               END-IF
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Controle la limite mensuelle (regleMaxMois, regles deja
      *    chargees par chargerRegles) du membre loginLimite pour
      *    l'evenement charge dans tamp_fevent : si elle est atteinte,
      *    eligible passe a 0 et motifEligibilite porte la raison. Le
      *    controle est refait a chaque acceptation, une demande en
      *    attente ayant pu etre deposee avant que la limite ne soit
      *    atteinte. fevenement et fparticipant doivent etre ouverts ;
      *    le tampon de fparticipant est ecrase (fonction annexe a
      *    verifierEligibilite, gestion_demandes et promouvoir_attente)
      ******************************************************************
       verifierLimiteMois.
           IF regleMaxMois > 0 THEN
               PERFORM compterAcceptesMois
               IF nbAcceptesMois >= regleMaxMois THEN
                   MOVE 0 TO eligible
                   MOVE SPACE TO motifEligibilite
                   STRING "Limite de " regleMaxMois
                       " evenement(s) accepte(s) ce mois atteinte"
                       DELIMITED BY SIZE INTO motifEligibilite
               END-IF
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Compte dans nbAcceptesMois les evenements (hors evenement
      *    courant) sur lesquels loginLimite est accepte ou pointe
      *    (present ou absent) le mois de l'evenement charge dans
      *    tamp_fevent. Sont comptes les evenements encore en cours
      *    (fparticipant) et ceux deja archives dans le mois
      *    (fparthisto), les evenements annules etant ecartes dans
      *    les deux cas. fparticipant et fevenement doivent etre
      *    ouverts par l'appelant ; fparthisto et fhistorique sont
      *    ouverts ici. Les tampons de fparticipant et fevenement sont
      *    ecrases puis l'evenement courant est relu (fonction annexe
      *    a verifierLimiteMois)
      ******************************************************************
       compterAcceptesMois.
           MOVE 0 TO nbAcceptesMois
           MOVE fevent_nom TO nomEligible
           MOVE fevent_dateMois TO moisConflit
           MOVE fevent_dateAnnee TO anneeConflit
           MOVE loginLimite TO fpart_login
           MOVE 0 TO fin_boucle9
           START fparticipant, KEY IS = fpart_login
               INVALID KEY
                   MOVE 1 TO fin_boucle9
           END-START
           PERFORM UNTIL fin_boucle9 = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle9
               NOT AT END
                   IF fpart_login NOT = loginLimite THEN
                       MOVE 1 TO fin_boucle9
                   ELSE
                       IF (fpart_etat = "acceptee" OR
                           fpart_etat = "presente" OR
                           fpart_etat = "absente") AND
                           fpart_nomEvent NOT = nomEligible THEN
                           MOVE fpart_nomEvent TO fevent_nom
                           READ fevenement
                               NOT INVALID KEY
                                   IF fevent_dateMois = moisConflit AND
                                       fevent_dateAnnee = anneeConflit
                                       AND fevent_etat NOT = "Annule"
                                       THEN
                                       ADD 1 TO nbAcceptesMois
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-PERFORM
      * les evenements du mois deja passes ont pu etre archives par le
      * job archivage : leurs participations sont dans fparthisto
           OPEN INPUT fparthisto
           OPEN INPUT fhistorique
           MOVE loginLimite TO fphisto_login
           MOVE 0 TO fin_boucle9
           START fparthisto, KEY IS = fphisto_login
               INVALID KEY
                   MOVE 1 TO fin_boucle9
           END-START
           PERFORM UNTIL fin_boucle9 = 1
               READ fparthisto NEXT
               AT END
                   MOVE 1 TO fin_boucle9
               NOT AT END
                   IF fphisto_login NOT = loginLimite THEN
                       MOVE 1 TO fin_boucle9
                   ELSE
                       IF (fphisto_etat = "acceptee" OR
                           fphisto_etat = "presente" OR
                           fphisto_etat = "absente") AND
                           fphisto_dateMois = moisConflit AND
                           fphisto_dateAnnee = anneeConflit THEN
                           MOVE fphisto_nom TO fhisto_nom
                           MOVE fphisto_dateJour TO fhisto_dateJour
                           MOVE fphisto_dateMois TO fhisto_dateMois
                           MOVE fphisto_dateAnnee TO fhisto_dateAnnee
                           READ fhistorique
                               INVALID KEY
                                   ADD 1 TO nbAcceptesMois
                               NOT INVALID KEY
                                   IF fhisto_etat NOT = "Annule" THEN
                                       ADD 1 TO nbAcceptesMois
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fhistorique
           CLOSE fparthisto
           MOVE nomEligible TO fevent_nom
           READ fevenement
               INVALID KEY
                   DISPLAY "Echec de la relecture"
           END-READ
           .

      ******************************************************************
      *    Fonction parallele :
      *    Age revolu dans ageMembre, a la date ageRefJour/Mois/Annee,
      *    d'une personne nee le ageNaissJour/Mois/Annee
      ******************************************************************
       calculerAge.
           MOVE 0 TO ageMembre
           IF ageRefAnnee > ageNaissAnnee THEN
               COMPUTE ageMembre = ageRefAnnee - ageNaissAnnee
               IF ageRefMois < ageNaissMois OR
                   (ageRefMois = ageNaissMois AND
                   ageRefJour < ageNaissJour) THEN
                   SUBTRACT 1 FROM ageMembre
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      *          Procedure realisant l'archivage d'un evenement
      *-----------------------------------------------------------------
      -                            fphisto_dateMois"/"fphisto_dateAnnee
                               DISPLAY "| Participation :"
                               DISPLAY "|   "fphisto_etat
                               PERFORM afficherAvisDonne
                               DISPLAY "|-----------------------------"
                           END-IF
                   END-PERFORM
               DISPLAY "|   Aucun evenement archive trouve   |"
           END-IF
           DISPLAY "|____________________________________|"
      * un membre pointe present peut noter la soiree, une seule fois
           IF nbEventsPasses > 0 THEN
               DISPLAY " "
               DISPLAY "Donner votre avis sur un evenement ?"
               DISPLAY "1 - Oui"
               DISPLAY "2 - Non"
               ACCEPT choixAvis
               IF choixAvis = 1 THEN
                   PERFORM donnerAvis
               END-IF
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Affiche la note deja donnee par le membre sur l'evenement
      *    archive charge dans tamp_fphisto (fonction annexe a
      *    mesEvenementsPasses)
      ******************************************************************
       afficherAvisDonne.
           OPEN INPUT favis
           MOVE fphisto_nom TO favis_nomEvent
           MOVE fphisto_dateJour TO favis_dateJour
           MOVE fphisto_dateMois TO favis_dateMois
           MOVE fphisto_dateAnnee TO favis_dateAnnee
           MOVE fphisto_login TO favis_login
           READ favis
               NOT INVALID KEY
                   DISPLAY "| Votre avis : "favis_note"/5"
           END-READ
           CLOSE favis
           .

      ******************************************************************
      *    Fonction parallele :
      *    Saisie de l'avis (note de 1 a 5 et commentaire) du membre
      *    connecte sur un evenement archive. Seul un membre pointe
      *    present (fphisto_etat = "presente") peut donner son avis,
      *    une seule fois par evenement (fonction annexe a
      *    mesEvenementsPasses)
      ******************************************************************
       donnerAvis.
           DISPLAY "Nom de l'evenement :"
           ACCEPT fphisto_nom
           DISPLAY "Date de l'evenement :"
           DISPLAY "JOUR :"
           ACCEPT fphisto_dateJour
           DISPLAY "MOIS :"
           ACCEPT fphisto_dateMois
           DISPLAY "ANNEE :"
           ACCEPT fphisto_dateAnnee
           MOVE loginSaved TO fphisto_login
           MOVE 0 TO avisAutorise
           OPEN INPUT fparthisto
           READ fparthisto
               INVALID KEY
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|   /!\       ERREUR       /!\  |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|  Aucune participation a cet   |"
                   DISPLAY "|  evenement a cette date       |"
                   DISPLAY "|_______________________________|"
               NOT INVALID KEY
                   IF fphisto_etat = "presente" THEN
                       MOVE 1 TO avisAutorise
                   ELSE
                       DISPLAY " _______________________________ "
                       DISPLAY "|                               |"
                       DISPLAY "|   /!\       ERREUR       /!\  |"
                       DISPLAY "|_______________________________|"
                       DISPLAY "|                               |"
                       DISPLAY "|  Avis reserve aux membres     |"
                       DISPLAY "|  pointes presents             |"
                       DISPLAY "|_______________________________|"
                   END-IF
           END-READ
           CLOSE fparthisto
           IF avisAutorise = 1 THEN
               OPEN I-O favis
               MOVE fphisto_nom TO favis_nomEvent
               MOVE fphisto_dateJour TO favis_dateJour
               MOVE fphisto_dateMois TO favis_dateMois
               MOVE fphisto_dateAnnee TO favis_dateAnnee
               MOVE loginSaved TO favis_login
               READ favis
                   NOT INVALID KEY
                       MOVE 0 TO avisAutorise
                       DISPLAY " _______________________________ "
                       DISPLAY "|                               |"
                       DISPLAY "|   /!\       ERREUR       /!\  |"
                       DISPLAY "|_______________________________|"
                       DISPLAY "|                               |"
                       DISPLAY "|  Avis deja donne pour cet     |"
                       DISPLAY "|  evenement                    |"
                       DISPLAY "|_______________________________|"
               END-READ
               IF avisAutorise = 1 THEN
                   PERFORM WITH TEST AFTER UNTIL
                       favis_note > 0 AND favis_note <= 5
                       DISPLAY "Note de 1 (decevant) a 5 (excellent) :"
                       ACCEPT favis_note
                   END-PERFORM
                   DISPLAY "Commentaire (100 caracteres maximum) :"
                   MOVE SPACE TO favis_commentaire
                   ACCEPT favis_commentaire
                   MOVE WS-CURRENT-DAY TO favis_saisieJour
                   MOVE WS-CURRENT-MONTH TO favis_saisieMois
                   MOVE WS-CURRENT-YEAR TO favis_saisieAnnee
                   WRITE tamp_favis
                   END-WRITE
                   IF cr_favis = 00 THEN
                       DISPLAY " _______________________________ "
                       DISPLAY "|                               |"
                       DISPLAY "|          INFORMATION          |"
                       DISPLAY "|_______________________________|"
                       DISPLAY "|                               |"
                       DISPLAY "|   Merci pour votre avis !     |"
                       DISPLAY "|_______________________________|"
                   ELSE
                       DISPLAY "Echec de l'enregistrement : "cr_favis
                   END-IF
               END-IF
               CLOSE favis
           END-IF
           .

      *-----------------------------------------------------------------
      *    Procedure permettant a un membre de generer son attestation
      *    de participation pour une annee universitaire (de septembre
      *    a aout) : liste des evenements archives ou il a ete pointe
      *    present, avec leur type, et total. Le fichier est ecrit sous
      *    le nom attestation_<login>_<AAAA>-<AAAA>.txt
      *-----------------------------------------------------------------
       demanderAttestation.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "Annee universitaire (annee de la rentree, par"
           DISPLAY "exemple 2025 pour 2025-2026 ; 0 = annee en cours) :"
           ACCEPT anneeUniv
           PERFORM calculerAnneeUniv

           OPEN INPUT futilisateur
           MOVE loginSaved TO futil_login
           READ futilisateur
               INVALID KEY
                   MOVE SPACE TO futil_nom
                   MOVE SPACE TO futil_prenom
                   MOVE SPACE TO futil_formation
           END-READ
           CLOSE futilisateur

           MOVE SPACE TO nomAttestation
           STRING "attestation_" DELIMITED BY SIZE
               loginSaved DELIMITED BY SPACE
               "_" anneeUniv "-" anneeUnivFin ".txt"
               DELIMITED BY SIZE INTO nomAttestation
           OPEN OUTPUT fattestation
           MOVE "ATTESTATION DE PARTICIPATION" TO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           STRING "Annee universitaire " anneeUniv "-" anneeUnivFin
               " (01/09/" anneeUniv " au 31/08/" anneeUnivFin ")"
               DELIMITED BY SIZE INTO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           STRING "Etudiant(e) : " DELIMITED BY SIZE
               futil_prenom DELIMITED BY "  "
               " " DELIMITED BY SIZE
               futil_nom DELIMITED BY "  "
               INTO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           STRING "Formation   : " futil_formation
               DELIMITED BY SIZE INTO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           STRING "Login       : " futil_login
               DELIMITED BY SIZE INTO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           WRITE tamp_fattest
           MOVE "Evenements auxquels l'etudiant(e) a assiste :"
               TO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           WRITE tamp_fattest

           MOVE 2 TO modeAttestation
           PERFORM parcourirPresences

           MOVE SPACE TO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           STRING "Total : " nbPresencesAttest " evenement(s)"
               DELIMITED BY SIZE INTO tamp_fattest
           WRITE tamp_fattest
           MOVE SPACE TO tamp_fattest
           STRING "Fait le " WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
               WS-CURRENT-YEAR DELIMITED BY SIZE INTO tamp_fattest
           WRITE tamp_fattest
           CLOSE fattestation

           DISPLAY " _______________________________ "
           DISPLAY "|                               |"
           DISPLAY "|          INFORMATION          |"
           DISPLAY "|_______________________________|"
           DISPLAY "|                               |"
           DISPLAY "|   Attestation generee         |"
           DISPLAY "|_______________________________|"
           DISPLAY "Evenements attestes : "nbPresencesAttest
           DISPLAY "Fichier : "nomAttestation
           .

      ******************************************************************
      *    Fonction annexe :
      *    Calcule les bornes de l'annee universitaire anneeUniv (du
      *    01/09/anneeUniv au 31/08/anneeUniv+1). Une annee a zero
      *    designe l'annee universitaire en cours a la date du jour.
      ******************************************************************
       calculerAnneeUniv.
           IF anneeUniv = 0 THEN
               IF WS-CURRENT-MONTH >= 9 THEN
                   MOVE WS-CURRENT-YEAR TO anneeUniv
               ELSE
                   COMPUTE anneeUniv = WS-CURRENT-YEAR - 1
               END-IF
           END-IF
           COMPUTE anneeUnivFin = anneeUniv + 1
           COMPUTE dateNumAttestDebut = anneeUniv * 10000 + 0901
           COMPUTE dateNumAttestFin = anneeUnivFin * 10000 + 0831
           .

      ******************************************************************
      *    Fonction parallele :
      *    Parcourt les participations archivees du membre charge dans
      *    tamp_futi et ecrit dans fattestation (ouvert par l'appelant)
      *    une ligne par evenement de l'annee universitaire ou il a ete
      *    pointe present ; le type et l'organisateur sont repris de
      *    fhistorique. Le nombre de lignes est rendu dans
      *    nbPresencesAttest.
      ******************************************************************
       parcourirPresences.
           MOVE 0 TO nbPresencesAttest
           OPEN INPUT fparthisto
           OPEN INPUT fhistorique
           MOVE futil_login TO fphisto_login
           MOVE 0 TO fin_boucle10
           START fparthisto, KEY IS = fphisto_login
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fparthisto NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fphisto_login NOT = futil_login THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       COMPUTE dateNumAttest =
                           fphisto_dateAnnee * 10000
                           + fphisto_dateMois * 100 + fphisto_dateJour
                       IF fphisto_etat = "presente" AND
                           dateNumAttest >= dateNumAttestDebut AND
                           dateNumAttest <= dateNumAttestFin THEN
                           MOVE fphisto_nom TO fhisto_nom
                           MOVE fphisto_dateJour TO fhisto_dateJour
                           MOVE fphisto_dateMois TO fhisto_dateMois
                           MOVE fphisto_dateAnnee TO fhisto_dateAnnee
                           READ fhistorique
                               INVALID KEY
                                   MOVE SPACE TO fhisto_type
                                   MOVE SPACE TO fhisto_loginOrga
                           END-READ
                           ADD 1 TO nbPresencesAttest
                           PERFORM ecrireLigneAttestation
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fhistorique
           CLOSE fparthisto
           .

      ******************************************************************
      *    Fonction annexe :
      *    Ecrit la ligne d'un evenement atteste : colonnes fixes pour
      *    la scolarite (modeAttestation = 1, voir genererAttestations)
      *    ou ligne lisible pour l'attestation du membre
      *    (modeAttestation = 2)
      ******************************************************************
       ecrireLigneAttestation.
           MOVE SPACE TO tamp_fattest
           IF modeAttestation = 1 THEN
               STRING "D" futil_login futil_nom futil_prenom
                   fphisto_dateAnnee fphisto_dateMois fphisto_dateJour
                   fphisto_nom fhisto_type fhisto_loginOrga
                   DELIMITED BY SIZE INTO tamp_fattest
           ELSE
               STRING "  " fphisto_dateJour "/" fphisto_dateMois "/"
                   fphisto_dateAnnee "  " fphisto_nom "  " fhisto_type
                   DELIMITED BY SIZE INTO tamp_fattest
           END-IF
           WRITE tamp_fattest
           .

      ******************************************************************
      *    Fonction annexe :
      *    Execute le traitement de masse choixArchivage (2 archivage
      *    des evenements passes, 3 verification d'integrite, 4
      *    sauvegarde, 5 rechargement, 7 chargement des inscriptions)
      *    sous le verrou d'execution, au nom de l'utilisateur
      *    connecte. Si un traitement par lot ou un autre utilisateur
      *    tient le verrou, rien n'est fait (fonction annexe a
      *    archivageEvent)
      ******************************************************************
       traiterArchivageVerrou.
           MOVE SPACE TO origineVerrou
           STRING "interactif " loginSaved
               DELIMITED BY SIZE INTO origineVerrou
           PERFORM poserVerrouExecution
           IF verrouPose = 1 THEN
               EVALUATE choixArchivage
               WHEN 2
                   PERFORM tout_archiver
               WHEN 3
                   PERFORM verifierIntegrite
               WHEN 4
                   PERFORM sauvegarderFichiers
               WHEN 5
                   PERFORM rechargerFichiers
               WHEN 7
                   PERFORM chargerUtilisateurs
               END-EVALUATE
               PERFORM leverVerrouExecution
           ELSE
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\       ERREUR       /!\  |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|  Un traitement est en cours : |"
               DISPLAY "|  reessayer plus tard          |"
               DISPLAY "|_______________________________|"
               DISPLAY "  "origineVerrouTenu
           END-IF
           .

      *-----------------------------------------------------------------
      *    Procedure permettant a l'utilisateur d'archiver
      *    des evenements passes
      *-----------------------------------------------------------------
       archivageEvent.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|             ARCHIVAGE              |"
           DISPLAY "|------------------------------------|"
           DISPLAY "|                                    |"
           DISPLAY "|   1 - Archiver un par un           |"
           DISPLAY "|   2 - Archiver tous les evenements |"
           DISPLAY "|       passes                       |"
           DISPLAY "|   3 - Verifier l'integrite des     |"
           DISPLAY "|       fichiers                     |"
           DISPLAY "|   4 - Sauvegarder les fichiers     |"
           DISPLAY "|   5 - Recharger une sauvegarde     |"
           DISPLAY "|   6 - Gerer les salles             |"
           DISPLAY "|   7 - Charger les inscriptions     |"
           DISPLAY "|       de la scolarite              |"
           DISPLAY "|   8 - Reconstruire les             |"
           DISPLAY "|       statistiques                 |"
           DISPLAY "|   9 - Exploitation (parametres     |"
           DISPLAY "|       du site...)                  |"
           DISPLAY "|____________________________________|"
           DISPLAY " "
           DISPLAY "Votre choix :"
           ACCEPT choixArchivage

           EVALUATE choixArchivage
      * les traitements de masse ne doivent pas croiser un traitement
      * par lot : ils passent sous le verrou d'execution
           WHEN 2
           WHEN 3
           WHEN 4
           WHEN 5
           WHEN 7
               PERFORM traiterArchivageVerrou
           WHEN 6
               PERFORM gererSalles
           WHEN 8
               PERFORM reconstruireStatistiques
           WHEN 9
               PERFORM menuExploitation
           WHEN OTHER

           OPEN I-O fevenement
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      *    Menu d'exploitation de l'administrateur (menu archivage) :
      *    parametres du site, programme des evenements a publier,
      *    historique des executions par lot.
      *-----------------------------------------------------------------
       menuExploitation.
           MOVE 9 TO choixExploitation
           PERFORM WITH TEST AFTER UNTIL choixExploitation = 0
               DISPLAY " ____________________________________"
               DISPLAY "|                                    |"
               DISPLAY "|           EXPLOITATION             |"
               DISPLAY "|------------------------------------|"
               DISPLAY "|                                    |"
               DISPLAY "|  1 - Parametres du site            |"
               DISPLAY "|  2 - Programme des evenements      |"
               DISPLAY "|  3 - Historique des executions     |"
               DISPLAY "|                                    |"
               DISPLAY "|------------------------------------|"
               DISPLAY "|                                    |"
               DISPLAY "|  0 - Revenir au menu precedent     |"
               DISPLAY "|____________________________________|"
               DISPLAY " "
               DISPLAY "Votre choix :"
               ACCEPT choixExploitation

               EVALUATE choixExploitation
               WHEN 1 PERFORM gererParametres
               WHEN 2 PERFORM programmeEvenements
               WHEN 3 PERFORM consulterExecutions
               END-EVALUATE
           END-PERFORM
           .

      *-----------------------------------------------------------------
      *    Execution sans surveillance des jobs de maintenance
      *    (lancement avec un nom de job en argument, voir
      *    MAIN-PROCEDURE). Un seul traitement a la fois : le verrou
      *    du fichier de controle (poserVerrouExecution) est pris pour
      *    toute la duree du job ; s'il est deja pris, le job est
      *    refuse avec le code retour 12. Le detail des jobs est dans
      *    enchainerJobs.
      *-----------------------------------------------------------------
       executerBatch.
           MOVE 1 TO modeBatch
           MOVE 0 TO codeRetourBatch
           MOVE 0 TO jobReconnu
           MOVE SPACE TO origineVerrou
           STRING "batch " nomJob DELIMITED BY SIZE INTO origineVerrou
           PERFORM poserVerrouExecution
           IF verrouPose = 1 THEN
               PERFORM enchainerJobs
               PERFORM leverVerrouExecution
           ELSE
               DISPLAY "Execution refusee, traitement deja en cours :"
               DISPLAY "  "origineVerrouTenu
               DISPLAY "  depuis le "dateVerrouTenu(7:2)"/"
      -            dateVerrouTenu(5:2)"/"dateVerrouTenu(1:4)" a "
      -            heureVerrouTenu(1:2)":"heureVerrouTenu(3:2)
               PERFORM ouvrirRapport
               MOVE SPACE TO tamp_freport
               STRING "Job " DELIMITED BY SIZE
                   nomJob DELIMITED BY SPACE
                   " du " WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
                   WS-CURRENT-YEAR " : refuse, verrou pose par "
                   DELIMITED BY SIZE
                   origineVerrouTenu DELIMITED BY "  "
                   INTO tamp_freport
               WRITE tamp_freport
               CLOSE freport
               MOVE 12 TO codeRetourBatch
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Enchainement des jobs de maintenance :
      *      archivage  - tout_archiver
      *      integrite  - verifierIntegrite (reparation automatique
      *                   des participations orphelines)
      *      rappels    - envoyerRappels (rappels avant evenement,
      *                   relances des demandes en attente et des
      *                   impayes)
      *      sauvegarde - sauvegarderFichiers
      *      chargement - chargerUtilisateurs (inscriptions.txt)
      *      tresorerie [AAAAMMJJ] - caisseJournaliere et
      *                   exporterTresorerie pour le jour indique
      *                   (par defaut le jour meme)
      *      attestations [AAAA] - genererAttestations, un fichier
      *                   par formation pour la scolarite (annee
      *                   universitaire AAAA-AAAA+1, par defaut celle
      *                   en cours)
      *      purge [simulation] - purgerDonnees, anonymisation des
      *                   comptes desactives et purge des messages
      *                   lus et du journal selon les durees de
      *                   conservation (simulation : liste sans
      *                   rien modifier)
      *      programme [AAAAMMJJ[-AAAAMMJJ]] - produireProgramme,
      *                   programme des evenements a publier (par
      *                   defaut la semaine qui commence le jour
      *                   indique ou aujourd'hui)
      *      tout [force] - archivage, integrite, rappels et
      *                   sauvegarde ; relance le meme jour, seules
      *                   les etapes qui ne se sont pas terminees
      *                   proprement sont rejouees, sauf avec
      *                   l'option force qui rejoue tout
      *    Chaque etape est tracee dans le fichier de controle
      *    (debuterEtape / terminerEtape) et ajoute son resultat au
      *    rapport du jour. Le code retour est le plus grand de ceux
      *    des etapes : 0 si tout est propre, 4 si la verification
      *    d'integrite a releve des anomalies ou si la purge a du
      *    ignorer des comptes, 8 si le nom de job est inconnu ou la
      *    periode du programme invalide (fonction annexe a
      *    executerBatch)
      ******************************************************************
       enchainerJobs.
           IF nomJob = "archivage" OR nomJob = "tout" THEN
               MOVE 1 TO jobReconnu
               MOVE "archivage" TO etapeJob
               PERFORM debuterEtape
               IF etapeAFaire = 1 THEN
                   PERFORM tout_archiver
                   PERFORM ouvrirRapport
                   MOVE SPACE TO tamp_freport
                   STRING "Job archivage du "
                       WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
                       WS-CURRENT-YEAR " : " nbEventArchives
                       " evenement(s) archive(s)"
                       DELIMITED BY SIZE INTO tamp_freport
                   WRITE tamp_freport
                   CLOSE freport
                   MOVE nbEventArchives TO etapeNbTraites
                   PERFORM terminerEtape
               END-IF
           END-IF

           IF nomJob = "integrite" OR nomJob = "tout" THEN
               MOVE 1 TO jobReconnu
               MOVE "integrite" TO etapeJob
               PERFORM debuterEtape
               IF etapeAFaire = 1 THEN
                   PERFORM verifierIntegrite
                   IF nbOrphelins > 0 OR nbDepassements > 0
                       OR nbOrgaInconnus > 0 THEN
                       MOVE 4 TO codeRetourEtape
                   END-IF
                   MOVE nbOrphelinsRepares TO etapeNbTraites
                   COMPUTE etapeNbAnomalies = nbOrphelins
                       + nbDepassements + nbOrgaInconnus
                   PERFORM terminerEtape
               END-IF
           END-IF

      * les rappels passent avant la sauvegarde pour que celle-ci
      * emporte la trace des envois de la nuit
           IF nomJob = "rappels" OR nomJob = "tout" THEN
               MOVE 1 TO jobReconnu
               MOVE "rappels" TO etapeJob
               PERFORM debuterEtape
               IF etapeAFaire = 1 THEN
                   PERFORM envoyerRappels
                   COMPUTE etapeNbTraites = nbRappelsEvent
                       + nbRelancesAttente + nbRelancesPaiement
                   PERFORM terminerEtape
               END-IF
           END-IF

           IF nomJob = "sauvegarde" OR nomJob = "tout" THEN
               MOVE 1 TO jobReconnu
               MOVE "sauvegarde" TO etapeJob
               PERFORM debuterEtape
               IF etapeAFaire = 1 THEN
                   PERFORM sauvegarderFichiers
                   PERFORM ouvrirRapport
                   MOVE SPACE TO tamp_freport
                   STRING "Job sauvegarde du "
                       WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
                       WS-CURRENT-YEAR " : terminee, "
                       totalEnregSauves " enregistrement(s)"
                       DELIMITED BY SIZE INTO tamp_freport
                   WRITE tamp_freport
                   CLOSE freport
                   MOVE totalEnregSauves TO etapeNbTraites
                   PERFORM terminerEtape
               END-IF
           END-IF

      * le chargement des inscriptions de la scolarite est un job a la
      * demande : il ne fait pas partie de l'enchainement "tout"
           IF nomJob = "chargement" THEN
               MOVE 1 TO jobReconnu
               MOVE "chargement" TO etapeJob
               PERFORM debuterEtape
               PERFORM chargerUtilisateurs
               IF chargementOuvert = 0 THEN
                   MOVE 8 TO codeRetourEtape
               ELSE
                   IF nbRejets > 0 THEN
                       MOVE 4 TO codeRetourEtape
                   END-IF
               END-IF
               MOVE nbChargees TO etapeNbTraites
               MOVE nbRejets TO etapeNbAnomalies
               PERFORM terminerEtape
           END-IF

      * l'export de tresorerie est lance a la demande du tresorier,
      * pour le jour passe en option (AAAAMMJJ) ou a defaut le jour
           IF nomJob = "tresorerie" THEN
               MOVE 1 TO jobReconnu
               MOVE "tresorerie" TO etapeJob
               PERFORM debuterEtape
               MOVE WS-CURRENT-DAY TO caisseJour
               MOVE WS-CURRENT-MONTH TO caisseMois
               MOVE WS-CURRENT-YEAR TO caisseAnnee
               IF optionJob(1:8) IS NUMERIC AND
                   optionJob(9:1) = SPACE THEN
                   MOVE optionJob(1:4) TO caisseAnnee
                   MOVE optionJob(5:2) TO caisseMois
                   MOVE optionJob(7:2) TO caisseJour
               END-IF
               PERFORM caisseJournaliere
               PERFORM exporterTresorerie
               MOVE nbMvtExportes TO etapeNbTraites
               PERFORM terminerEtape
           END-IF

      * les attestations de la scolarite sont egalement produites a
      * la demande, en general en fin d'annee universitaire
           IF nomJob = "attestations" THEN
               MOVE 1 TO jobReconnu
               MOVE "attestations" TO etapeJob
               PERFORM debuterEtape
               PERFORM genererAttestations
               MOVE nbTotalPresencesAttest TO etapeNbTraites
               PERFORM terminerEtape
           END-IF

      * la purge des donnees personnelles est lancee a la demande,
      * de preference d'abord avec l'option simulation
           IF nomJob = "purge" THEN
               MOVE 1 TO jobReconnu
               MOVE "purge" TO etapeJob
               PERFORM debuterEtape
               PERFORM purgerDonnees
               IF nbComptesIgnores > 0 THEN
                   MOVE 4 TO codeRetourEtape
               END-IF
               MOVE nbComptesAnonymises TO etapeNbTraites
               MOVE nbComptesIgnores TO etapeNbAnomalies
               PERFORM terminerEtape
           END-IF

      * le programme a publier est produit a la demande, en general
      * chaque semaine pour la lettre d'information
           IF nomJob = "programme" THEN
               MOVE 1 TO jobReconnu
               MOVE "programme" TO etapeJob
               PERFORM debuterEtape
               PERFORM preparerPeriodeProgramme
               IF periodeValide = 1 THEN
                   PERFORM produireProgramme
                   MOVE nbEventsProgramme TO etapeNbTraites
               ELSE
                   MOVE 8 TO codeRetourEtape
               END-IF
               PERFORM terminerEtape
           END-IF

           IF jobReconnu = 0 THEN
               DISPLAY "Job inconnu : "nomJob
               DISPLAY "Jobs reconnus : archivage, integrite,"
               DISPLAY "rappels, sauvegarde, chargement,"
               DISPLAY "tresorerie, attestations, purge,"
               DISPLAY "programme, tout"
               MOVE 8 TO codeRetourBatch
           END-IF
           .

      ******************************************************************
      *    Fonction parallele :
      *    Prend le verrou d'execution (enregistrement "VERROU" du
      *    fichier de controle, date et heure a zero) au nom de
      *    origineVerrou. verrouPose vaut 1 si le verrou est obtenu,
      *    0 s'il est deja tenu : origineVerrouTenu,
      *    dateVerrouTenu et heureVerrouTenu decrivent alors le
      *    traitement en cours. Le verrou n'est jamais repris
      *    d'office, meme pose la veille (un traitement de nuit peut
      *    passer minuit) : celui d'un traitement interrompu se
      *    libere depuis l'ecran d'exploitation (consulterExecutions).
      ******************************************************************
       poserVerrouExecution.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE dateNumControle = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE heureNumControle = WS-CURRENT-HOURS * 10000
               + WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE 1 TO verrouPose
           OPEN I-O fcontrole
           MOVE 0 TO fctl_date
           MOVE 0 TO fctl_heureDebut
           MOVE "VERROU" TO fctl_job
           MOVE 0 TO fctl_heureFin
           MOVE 0 TO fctl_codeRetour
           MOVE "en cours" TO fctl_etat
           MOVE 0 TO fctl_nbTraites
           MOVE 0 TO fctl_nbAnomalies
           MOVE origineVerrou TO fctl_origine
           MOVE dateNumControle TO fctl_poseDate
           MOVE heureNumControle TO fctl_poseHeure
           WRITE tamp_fctl
               INVALID KEY
                   MOVE 0 TO verrouPose
           END-WRITE
           IF verrouPose = 0 THEN
               MOVE 0 TO fctl_date
               MOVE 0 TO fctl_heureDebut
               MOVE "VERROU" TO fctl_job
               READ fcontrole
                   NOT INVALID KEY
                       MOVE fctl_origine TO origineVerrouTenu
                       MOVE fctl_poseDate TO dateVerrouTenu
                       MOVE fctl_poseHeure TO heureVerrouTenu
               END-READ
           END-IF
           CLOSE fcontrole
           .

      ******************************************************************
      *    Fonction parallele :
      *    Rend le verrou d'execution pris par poserVerrouExecution
      ******************************************************************
       leverVerrouExecution.
           OPEN I-O fcontrole
           MOVE 0 TO fctl_date
           MOVE 0 TO fctl_heureDebut
           MOVE "VERROU" TO fctl_job
           READ fcontrole
               NOT INVALID KEY
                   DELETE fcontrole RECORD
           END-READ
           CLOSE fcontrole
           .

      ******************************************************************
      *    Fonction annexe :
      *    Debut de l'etape etapeJob. Lors d'une relance de "tout" le
      *    meme jour (sans l'option force), une etape deja terminee
      *    avec le code retour 0 n'est pas rejouee : etapeAFaire
      *    vaut alors 0. Sinon l'etape est tracee "en cours" dans le
      *    fichier de controle et etapeAFaire vaut 1 (fonction annexe
      *    a enchainerJobs)
      ******************************************************************
       debuterEtape.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE dateNumControle = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE heureNumControle = WS-CURRENT-HOURS * 10000
               + WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE 0 TO codeRetourEtape
           MOVE 0 TO etapeNbTraites
           MOVE 0 TO etapeNbAnomalies
           MOVE 1 TO etapeAFaire
           OPEN I-O fcontrole

           IF nomJob = "tout" AND optionJob NOT = "force" THEN
               MOVE dateNumControle TO fctl_date
               MOVE 0 TO fctl_heureDebut
               MOVE SPACE TO fctl_job
               MOVE 0 TO fin_boucle10
               START fcontrole, KEY IS >= fctl_cle
                   INVALID KEY
                       MOVE 1 TO fin_boucle10
               END-START
               PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
                   READ fcontrole NEXT
                   AT END
                       MOVE 1 TO fin_boucle10
                   NOT AT END
                       IF fctl_date NOT = dateNumControle THEN
                           MOVE 1 TO fin_boucle10
                       ELSE
                           IF fctl_job = etapeJob AND
                               fctl_etat = "termine" AND
                               fctl_codeRetour = 0 THEN
                               MOVE 0 TO etapeAFaire
                           END-IF
                       END-IF
               END-PERFORM
           END-IF

           IF etapeAFaire = 0 THEN
               DISPLAY "Etape "etapeJob" deja terminee aujourd'hui"
               PERFORM ouvrirRapport
               MOVE SPACE TO tamp_freport
               STRING "Etape " DELIMITED BY SIZE
                   etapeJob DELIMITED BY SPACE
                   " du " WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
                   WS-CURRENT-YEAR " : deja terminee, non rejouee"
                   DELIMITED BY SIZE INTO tamp_freport
               WRITE tamp_freport
               CLOSE freport
           ELSE
               MOVE dateNumControle TO fctl_date
               MOVE heureNumControle TO fctl_heureDebut
               MOVE etapeJob TO fctl_job
               MOVE 0 TO fctl_heureFin
               MOVE 0 TO fctl_codeRetour
               MOVE "en cours" TO fctl_etat
               MOVE 0 TO fctl_nbTraites
               MOVE 0 TO fctl_nbAnomalies
               MOVE SPACE TO fctl_origine
               STRING nomJob DELIMITED BY SPACE
                   " " optionJob DELIMITED BY SIZE
                   INTO fctl_origine
               MOVE dateNumControle TO fctl_poseDate
               MOVE heureNumControle TO fctl_poseHeure
               WRITE tamp_fctl
               END-WRITE
               MOVE dateNumControle TO etapeDate
               MOVE heureNumControle TO etapeHeure
           END-IF
           CLOSE fcontrole
           .

      ******************************************************************
      *    Fonction annexe :
      *    Fin de l'etape etapeJob : heure de fin, code retour
      *    codeRetourEtape et compteurs etapeNbTraites /
      *    etapeNbAnomalies sont reportes dans le fichier de
      *    controle ; le code retour du job est le plus grand de
      *    ceux de ses etapes (fonction annexe a enchainerJobs)
      ******************************************************************
       terminerEtape.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O fcontrole
           MOVE etapeDate TO fctl_date
           MOVE etapeHeure TO fctl_heureDebut
           MOVE etapeJob TO fctl_job
           READ fcontrole
               NOT INVALID KEY
                   COMPUTE fctl_heureFin = WS-CURRENT-HOURS * 10000
                       + WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
                   MOVE codeRetourEtape TO fctl_codeRetour
                   MOVE "termine" TO fctl_etat
                   MOVE etapeNbTraites TO fctl_nbTraites
                   MOVE etapeNbAnomalies TO fctl_nbAnomalies
                   REWRITE tamp_fctl
                   END-REWRITE
           END-READ
           CLOSE fcontrole
           IF codeRetourEtape > codeRetourBatch THEN
               MOVE codeRetourEtape TO codeRetourBatch
           END-IF
           .


      *-----------------------------------------------------------------
      *    Historique des executions par lot (menu d'exploitation) :
      *    etat du verrou d'execution, puis une ligne par etape de job
      *    a partir d'une date choisie (heures de debut et de fin,
      *    code retour, compteurs). Un verrou laisse par un traitement
      *    interrompu peut etre libere ici ; la liberation est
      *    journalisee.
      *-----------------------------------------------------------------
       consulterExecutions.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|     HISTORIQUE DES EXECUTIONS      |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO verrouPresent
           OPEN INPUT fcontrole
           MOVE 0 TO fctl_date
           MOVE 0 TO fctl_heureDebut
           MOVE "VERROU" TO fctl_job
           READ fcontrole
               INVALID KEY
                   DISPLAY "| Aucun traitement en cours          |"
               NOT INVALID KEY
                   MOVE 1 TO verrouPresent
                   MOVE fctl_origine TO origineVerrouTenu
                   DISPLAY "| Traitement en cours :"
                   DISPLAY "|   "fctl_origine
                   DISPLAY "|   depuis le "fctl_poseDate(7:2)"/"
      -                fctl_poseDate(5:2)"/"fctl_poseDate(1:4)" a "
      -                fctl_poseHeure(1:2)":"fctl_poseHeure(3:2)
           END-READ
           CLOSE fcontrole
           DISPLAY "|____________________________________|"
           DISPLAY " "
           DISPLAY "Executions depuis le :"
           PERFORM saisirDateCaisse
           COMPUTE dateNumDebut = caisseAnnee * 10000
               + caisseMois * 100 + caisseJour

           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           MOVE 0 TO nbExecutions
           OPEN INPUT fcontrole
           MOVE dateNumDebut TO fctl_date
           MOVE 0 TO fctl_heureDebut
           MOVE SPACE TO fctl_job
           MOVE 0 TO fin_boucle10
           START fcontrole, KEY IS >= fctl_cle
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fcontrole NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   ADD 1 TO nbExecutions
                   DISPLAY "| "fctl_date(7:2)"/"fctl_date(5:2)"/"
      -                fctl_date(1:4)" "fctl_job
                   IF fctl_etat = "termine" THEN
                       DISPLAY "|   "fctl_heureDebut(1:2)":"
      -                    fctl_heureDebut(3:2)" - "
      -                    fctl_heureFin(1:2)":"fctl_heureFin(3:2)
      -                    "  code retour "fctl_codeRetour
                   ELSE
                       DISPLAY "|   "fctl_heureDebut(1:2)":"
      -                    fctl_heureDebut(3:2)" - non terminee"
                   END-IF
                   DISPLAY "|   traites : "fctl_nbTraites
      -                "  anomalies : "fctl_nbAnomalies
                   DISPLAY "|   lancement : "fctl_origine
                   DISPLAY "|------------------------------------|"
           END-PERFORM
           CLOSE fcontrole
           IF nbExecutions = 0 THEN
               DISPLAY "| Aucune execution sur la periode    |"
           END-IF
           DISPLAY "|____________________________________|"

           IF verrouPresent = 1 THEN
               DISPLAY " ____________________________________"
               DISPLAY "|                                    |"
               DISPLAY "|  Liberer le verrou d'execution ?   |"
               DISPLAY "|  (seulement si le traitement a ete |"
               DISPLAY "|   interrompu)                      |"
               DISPLAY "|                                    |"
               DISPLAY "|   0 - Non                          |"
               DISPLAY "|   1 - Oui                          |"
               DISPLAY "|____________________________________|"
               DISPLAY " "
               DISPLAY "Votre choix :"
               MOVE 0 TO choixVerrou
               ACCEPT choixVerrou
               IF choixVerrou = 1 THEN
                   PERFORM leverVerrouExecution
                   MOVE "liberationVerrou" TO journalAction
                   MOVE origineVerrouTenu TO journalCible
                   MOVE "verrou d'execution libere a la main"
                       TO journalDetail
                   PERFORM ecrireJournal
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|          INFORMATION          |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|        Verrou libere          |"
                   DISPLAY "|_______________________________|"
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      *    Chargement en masse des inscriptions remises par la
      *    scolarite (fichier inscriptions.txt, une ligne par etudiant
      *    au format nom;prenom;mail;tel;formation;JJ;MM;AAAA;login).
      *    Chaque ligne subit les memes controles que la creation de
      *    compte interactive (verif_mail2, verif_tel, doublons de
      *    login, mail et telephone) ; les bonnes lignes sont ecrites
      *    dans futilisateur avec pour mot de passe initial la date de
      *    naissance JJMMAAAA (hachee), les mauvaises sont recopiees
      *    dans rejets_chargement.txt avec le motif. Relancer le meme
      *    fichier ne cree pas de doublon : les lignes deja chargees
      *    sont rejetees sur le doublon de login.
      *-----------------------------------------------------------------
       chargerUtilisateurs.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|    CHARGEMENT DES INSCRIPTIONS     |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO nbChargees
           MOVE 0 TO nbRejets
           MOVE 0 TO chargementOuvert
                       MOVE "date de naissance invalide" TO motifRejet
                   END-IF
      * meme regle de majorite que la creation de compte interactive
                   MOVE WS-CURRENT-DAY TO ageRefJour
                   MOVE WS-CURRENT-MONTH TO ageRefMois
                   MOVE WS-CURRENT-YEAR TO ageRefAnnee
                   MOVE verifNaissanceJour TO ageNaissJour
                   MOVE verifNaissanceMois TO ageNaissMois
                   MOVE verifNaissanceAnnee TO ageNaissAnnee
                   PERFORM calculerAge
                   IF motifRejet = SPACE AND
                       ageMembre < ageMajorite THEN
                       MOVE "etudiant non majeur" TO motifRejet
                   END-IF
               END-IF
               MOVE chAnnee TO futil_naissanceAnnee
               MOVE 0 TO futil_type
               MOVE 0 TO futil_statut
               MOVE 0 TO futil_desactJour
               MOVE 0 TO futil_desactMois
               MOVE 0 TO futil_desactAnnee
      * mot de passe initial : date de naissance JJMMAAAA, a changer
      * a la premiere connexion ; seule l'empreinte est stockee
               MOVE SPACE TO mdpClair
           END-IF
           .
      *-----------------------------------------------------------------
      *    Envoi des rappels et relances dans la boite de messages
      *    (job rappels) :
      *      - chaque participant accepte d'un evenement qui a lieu
      *        d'ici delaiRappel jours recoit l'heure, la salle et
      *        l'adresse (toute la fenetre est balayee : un passage
      *        manque est rattrape au suivant) ;
      *      - l'organisateur et ses delegues sont relances pour
      *        chaque demande en attente depuis plus de
      *        delaiRelanceAttente jours (meme decompte que
      *        calculerJoursAttente) ;
      *      - les acceptes et presents d'un evenement payant qui
      *        n'ont pas encore paye recoivent une relance.
      *    Chaque envoi est trace dans frappel : relancer le job ne
      *    renvoie pas deux fois le meme rappel. Les evenements
      *    annules sont ignores.
      *-----------------------------------------------------------------
       envoyerRappels.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|        RAPPELS ET RELANCES         |"
           DISPLAY "|------------------------------------|"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO nbRappelsEvent
           MOVE 0 TO nbRelancesAttente
           MOVE 0 TO nbRelancesPaiement
           MOVE 0 TO nbRappelsDejaEnvoyes

      * evenements a rappeler : d'aujourd'hui a aujourd'hui +
      * delaiRappel
           MOVE WS-CURRENT-DAY TO serieJour
           MOVE WS-CURRENT-MONTH TO serieMois
           MOVE WS-CURRENT-YEAR TO serieAnnee
           MOVE 0 TO compteurJours
           PERFORM UNTIL compteurJours >= delaiRappel
               ADD 1 TO compteurJours
               ADD 1 TO serieJour
               PERFORM calculerJoursMois
               IF serieJour > joursMois THEN
                   MOVE 1 TO serieJour
                   ADD 1 TO serieMois
                   IF serieMois > 12 THEN
                       MOVE 1 TO serieMois
                       ADD 1 TO serieAnnee
                   END-IF
               END-IF
           END-PERFORM
           MOVE serieJour TO rappelJour
           MOVE serieMois TO rappelMois
           MOVE serieAnnee TO rappelAnnee
           COMPUTE rappelDateDebut = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE rappelDateFin = rappelAnnee * 10000
               + rappelMois * 100 + rappelJour

           OPEN I-O frappel
           OPEN INPUT fevenement
           OPEN INPUT fparticipant
           MOVE 0 TO fin_boucle2
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ fevenement NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   IF fevent_etat NOT = "Annule" THEN
                       PERFORM rappelerParticipants
                   END-IF
           END-PERFORM
           CLOSE fparticipant
           CLOSE fevenement
           CLOSE frappel

           DISPLAY "| Rappels avant evenement : "nbRappelsEvent
           DISPLAY "| Relances demandes en attente : "
      -        nbRelancesAttente
           DISPLAY "| Relances de paiement : "nbRelancesPaiement
           DISPLAY "| Deja envoyes (ignores) : "nbRappelsDejaEnvoyes
           DISPLAY "|____________________________________|"

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Job rappels du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
               WS-CURRENT-YEAR " : " nbRappelsEvent " rappel(s), "
               nbRelancesAttente " relance(s) attente, "
               nbRelancesPaiement " relance(s) paiement"
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Passe en revue les demandes de l'evenement charge dans
      *    tamp_fevent et envoie les rappels et relances dus
      *    (fevenement, fparticipant et frappel ouverts par
      *    l'appelant ; fonction annexe a envoyerRappels)
      ******************************************************************
       rappelerParticipants.
           PERFORM comparer_date
           COMPUTE dateNumEvent = fevent_dateAnnee * 10000
               + fevent_dateMois * 100 + fevent_dateJour
           MOVE fevent_nom TO fpart_nomEvent
           MOVE 0 TO fin_boucle10
           START fparticipant, KEY IS = fpart_nomEvent
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fpart_nomEvent NOT = fevent_nom THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
      * rappel avant l'evenement
                       IF fpart_etat = "acceptee" AND
                           dateNumEvent >= rappelDateDebut AND
                           dateNumEvent <= rappelDateFin THEN
                           MOVE "J" TO typeRappel
                           PERFORM enregistrerRappel
                           IF rappelNouveau = 1 THEN
                               PERFORM envoyerRappelEvent
                           END-IF
                       END-IF
      * demande restee en attente sur un evenement a venir
                       IF fpart_etat = "attente" AND
                           dateComparee NOT = 1 THEN
                           PERFORM calculerJoursAttente
                           IF joursAttente > delaiRelanceAttente THEN
                               MOVE "A" TO typeRappel
                               PERFORM enregistrerRappel
                               IF rappelNouveau = 1 THEN
                                   PERFORM relancerOrganisateur
                               END-IF
                           END-IF
                       END-IF
      * participation acceptee ou pointee presente non payee
                       IF fevent_tarif > 0 AND fpart_paye = 0 AND
                           (fpart_etat = "acceptee" OR
                           fpart_etat = "presente") THEN
                           MOVE "P" TO typeRappel
                           PERFORM enregistrerRappel
                           IF rappelNouveau = 1 THEN
                               PERFORM envoyerRelancePaiement
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           .

      ******************************************************************
      *    Fonction annexe :
      *    Trace le rappel typeRappel pour la demande chargee dans
      *    tamp_fpart. rappelNouveau vaut 1 si le rappel n'avait
      *    encore jamais ete envoye (il doit alors l'etre), 0 sinon
      *    (fonction annexe a rappelerParticipants)
      ******************************************************************
       enregistrerRappel.
           MOVE typeRappel TO frap_type
           MOVE fevent_nom TO frap_nomEvent
           MOVE fevent_dateJour TO frap_dateJour
           MOVE fevent_dateMois TO frap_dateMois
           MOVE fevent_dateAnnee TO frap_dateAnnee
           MOVE fpart_login TO frap_login
           MOVE WS-CURRENT-DAY TO frap_envoiJour
           MOVE WS-CURRENT-MONTH TO frap_envoiMois
           MOVE WS-CURRENT-YEAR TO frap_envoiAnnee
           MOVE 1 TO rappelNouveau
           WRITE tamp_frap
               INVALID KEY
                   MOVE 0 TO rappelNouveau
                   ADD 1 TO nbRappelsDejaEnvoyes
           END-WRITE
           .

      ******************************************************************
      *    Fonction annexe :
      *    Rappel de l'evenement a venir au participant accepte
      *    (fonction annexe a rappelerParticipants)
      ******************************************************************
       envoyerRappelEvent.
           MOVE fpart_login TO loginDestinataire
           MOVE SPACE TO texteMessage
           IF fevent_salle = SPACE THEN
               STRING "Rappel " fevent_dateJour "/" fevent_dateMois
                   " " fevent_heure "-" fevent_heureFin " : "
                   DELIMITED BY SIZE
                   fevent_nom DELIMITED BY "  "
                   ", " fevent_adresse DELIMITED BY SIZE
                   INTO texteMessage
           ELSE
               STRING "Rappel " fevent_dateJour "/" fevent_dateMois
                   " " fevent_heure "-" fevent_heureFin " : "
                   DELIMITED BY SIZE
                   fevent_nom DELIMITED BY "  "
                   ", salle " DELIMITED BY SIZE
                   fevent_salle DELIMITED BY "  "
                   ", " fevent_adresse DELIMITED BY SIZE
                   INTO texteMessage
           END-IF
           PERFORM envoyerMessage
           ADD 1 TO nbRappelsEvent
           .

      ******************************************************************
      *    Fonction annexe :
      *    Relance l'organisateur et chacun des delegues de l'evenement
      *    sur la demande en attente chargee dans tamp_fpart (fonction
      *    annexe a rappelerParticipants)
      ******************************************************************
       relancerOrganisateur.
           MOVE SPACE TO texteMessage
           STRING "Demande de " DELIMITED BY SIZE
               fpart_login DELIMITED BY SPACE
               " en attente depuis " joursAttente " jours : "
               DELIMITED BY SIZE
               fevent_nom DELIMITED BY "  "
               INTO texteMessage
           MOVE fevent_loginOrga TO loginDestinataire
           PERFORM envoyerMessage
           OPEN INPUT fdelegue
           MOVE fevent_nom TO fdel_nomEvent
           MOVE SPACE TO fdel_login
           MOVE 0 TO fin_boucle11
           START fdelegue, KEY IS >= fdel_cle
               INVALID KEY
                   MOVE 1 TO fin_boucle11
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle11 = 1
               READ fdelegue NEXT
               AT END
                   MOVE 1 TO fin_boucle11
               NOT AT END
                   IF fdel_nomEvent NOT = fevent_nom THEN
                       MOVE 1 TO fin_boucle11
                   ELSE
                       MOVE fdel_login TO loginDestinataire
                       PERFORM envoyerMessage
                   END-IF
           END-PERFORM
           CLOSE fdelegue
           ADD 1 TO nbRelancesAttente
           .

      ******************************************************************
      *    Fonction annexe :
      *    Relance de paiement au participant charge dans tamp_fpart
      *    (fonction annexe a rappelerParticipants)
      ******************************************************************
       envoyerRelancePaiement.
           MOVE fevent_tarif TO affMontant
           MOVE fpart_login TO loginDestinataire
           MOVE SPACE TO texteMessage
           STRING "Paiement en attente (" affMontant " EUR) : "
               DELIMITED BY SIZE
               fevent_nom DELIMITED BY "  "
               INTO texteMessage
           PERFORM envoyerMessage
           ADD 1 TO nbRelancesPaiement
           .

      *-----------------------------------------------------------------
      *    Production des attestations de participation pour la
      *    scolarite (sens inverse du fichier inscriptions.txt) : un
      *    fichier attestations_<formation>_<AAAA>-<AAAA>.txt par
      *    formation (futil_formation), a colonnes fixes :
      *      en-tete  "E" formation A(40) debut AAAAMMJJ fin AAAAMMJJ
      *      detail   "D" login X(30) nom A(40) prenom A(40)
      *               date AAAAMMJJ evenement A(30) type A(30)
      *               organisateur X(30)
      *      total    "T" login X(30) nom A(40) prenom A(40)
      *               nombre d'evenements 9(4)
      *    Une ligne de detail par evenement de l'annee universitaire
      *    ou l'etudiant a ete pointe present, puis une ligne de total
      *    par etudiant (y compris a zero). L'annee universitaire est
      *    passee en option du job, sinon celle en cours.
      *-----------------------------------------------------------------
       genererAttestations.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|   ATTESTATIONS DE PARTICIPATION    |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO anneeUniv
           IF optionJob(1:4) IS NUMERIC AND optionJob(5:1) = SPACE THEN
               MOVE optionJob(1:4) TO anneeUniv
           END-IF
           PERFORM calculerAnneeUniv
           MOVE 0 TO nbFichiersAttest
           MOVE 0 TO nbEtudiantsAttest
           MOVE 0 TO nbTotalPresencesAttest
           MOVE 0 TO attestOuvert
           MOVE SPACE TO formationAttest
           MOVE 1 TO modeAttestation

           OPEN INPUT futilisateur
           MOVE SPACE TO futil_formation
           MOVE 0 TO fin_boucle2
           START futilisateur, KEY IS >= futil_formation
               INVALID KEY
                   MOVE 1 TO fin_boucle2
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ futilisateur NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   IF futil_formation NOT = SPACE THEN
                       IF futil_formation NOT = formationAttest THEN
                           PERFORM fermerFichierAttestation
                           MOVE futil_formation TO formationAttest
                           PERFORM ouvrirFichierAttestation
                       END-IF
                       PERFORM parcourirPresences
                       MOVE SPACE TO tamp_fattest
                       STRING "T" futil_login futil_nom futil_prenom
                           nbPresencesAttest
                           DELIMITED BY SIZE INTO tamp_fattest
                       WRITE tamp_fattest
                       ADD 1 TO nbEtudiantsAttest
                       ADD nbPresencesAttest TO nbTotalPresencesAttest
                   END-IF
           END-PERFORM
           PERFORM fermerFichierAttestation
           CLOSE futilisateur

           DISPLAY "| Annee : "anneeUniv"-"anneeUnivFin
           DISPLAY "| Fichiers produits : "nbFichiersAttest
           DISPLAY "| Etudiants : "nbEtudiantsAttest
           DISPLAY "| Presences attestees : "nbTotalPresencesAttest
           DISPLAY "|____________________________________|"

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Job attestations du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
               WS-CURRENT-YEAR " : annee " anneeUniv "-" anneeUnivFin
               ", " nbFichiersAttest " formation(s), "
               nbTotalPresencesAttest " presence(s)"
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Ouvre le fichier d'attestations de la formation
      *    formationAttest (les espaces du nom de formation deviennent
      *    des "_" dans le nom du fichier) et ecrit la ligne d'en-tete
      *    (fonction annexe a genererAttestations)
      ******************************************************************
       ouvrirFichierAttestation.
           MOVE SPACE TO formationFichier
           MOVE 1 TO ptrAttest
           STRING formationAttest DELIMITED BY "  "
               INTO formationFichier WITH POINTER ptrAttest
           IF ptrAttest > 1 THEN
               INSPECT formationFichier(1:ptrAttest - 1)
                   REPLACING ALL SPACE BY "_"
           END-IF
           MOVE SPACE TO nomAttestation
           STRING "attestations_" DELIMITED BY SIZE
               formationFichier DELIMITED BY SPACE
               "_" anneeUniv "-" anneeUnivFin ".txt"
               DELIMITED BY SIZE INTO nomAttestation
           OPEN OUTPUT fattestation
           MOVE 1 TO attestOuvert
           ADD 1 TO nbFichiersAttest
           MOVE SPACE TO tamp_fattest
           STRING "E" formationAttest dateNumAttestDebut
               dateNumAttestFin DELIMITED BY SIZE INTO tamp_fattest
           WRITE tamp_fattest
           DISPLAY "| "nomAttestation
           .

      ******************************************************************
      *    Fonction annexe :
      *    Ferme le fichier d'attestations en cours s'il y en a un
      *    (fonction annexe a genererAttestations)
      ******************************************************************
       fermerFichierAttestation.
           IF attestOuvert = 1 THEN
               CLOSE fattestation
               MOVE 0 TO attestOuvert
           END-IF
           .

      *-----------------------------------------------------------------
      *    Purge des donnees personnelles selon les durees de
      *    conservation des parametres du site (job purge) :
      *      - les comptes desactives depuis plus de conservCompte
      *        mois, sans participation a venir ni evenement en cours,
      *        sont anonymises : identite effacee et login remplace
      *        par anonyme_NNNNNNNNN partout ou il sert aux
      *        statistiques (participations, historique, avis,
      *        journal, mouvements, cumuls par organisateur) ;
      *      - les messages lus de plus de conservMessage mois sont
      *        supprimes ;
      *      - les entrees du journal de plus de conservJournal ans
      *        sont recopiees dans journal_archive_AAAAMMJJ.txt puis
      *        supprimees.
      *    Avec l'option "simulation", rien n'est modifie : les
      *    comptes concernes sont listes et les messages et entrees
      *    de journal seulement comptes. Un compte desactive qui ne
      *    peut pas etre traite est signale avec son motif et compte
      *    dans nbComptesIgnores.
      *-----------------------------------------------------------------
       purgerDonnees.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|        PURGE DES DONNEES           |"
           DISPLAY "|------------------------------------|"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO simulationPurge
           IF optionJob = "simulation" THEN
               MOVE 1 TO simulationPurge
               DISPLAY "| Simulation : aucune modification   |"
           END-IF
           MOVE 0 TO nbComptesAnonymises
           MOVE 0 TO nbComptesIgnores
           MOVE 0 TO nbMessagesPurges
           MOVE 0 TO nbJournalArchives

           PERFORM anonymiserComptes
           PERFORM purgerMessages
           PERFORM archiverJournal

           DISPLAY "| Comptes anonymises : "nbComptesAnonymises
           DISPLAY "| Comptes ignores : "nbComptesIgnores
           DISPLAY "| Messages lus supprimes : "nbMessagesPurges
           DISPLAY "| Entrees de journal archivees : "
      -        nbJournalArchives
           DISPLAY "|____________________________________|"

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           IF simulationPurge = 1 THEN
               STRING "Job purge (simulation) du "
                   WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
                   WS-CURRENT-YEAR " : " nbComptesAnonymises
                   " compte(s) a anonymiser, " nbComptesIgnores
                   " ignore(s)"
                   DELIMITED BY SIZE INTO tamp_freport
           ELSE
               STRING "Job purge du "
                   WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
                   WS-CURRENT-YEAR " : " nbComptesAnonymises
                   " compte(s) anonymise(s), " nbComptesIgnores
                   " ignore(s)"
                   DELIMITED BY SIZE INTO tamp_freport
           END-IF
           WRITE tamp_freport
           MOVE SPACE TO tamp_freport
           STRING "  Messages lus supprimes : " nbMessagesPurges
               " Entrees de journal archivees : " nbJournalArchives
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Calcule dans dateNumLimite (AAAAMMJJ) la date du jour
      *    reculee de moisConservation mois : une donnee datee
      *    d'avant cette limite a depasse sa duree de conservation
      *    (fonction annexe a purgerDonnees)
      ******************************************************************
       calculerDateLimite.
           COMPUTE moisLimiteTotal = WS-CURRENT-YEAR * 12
               + WS-CURRENT-MONTH - 1 - moisConservation
           DIVIDE moisLimiteTotal BY 12 GIVING divQuotient
               REMAINDER divReste
           COMPUTE dateNumLimite = divQuotient * 10000
               + (divReste + 1) * 100 + WS-CURRENT-DAY
           .

      ******************************************************************
      *    Fonction annexe :
      *    Passe en revue les comptes desactives et anonymise ceux
      *    dont la duree de conservation est depassee. Le parcours
      *    repart du dernier login lu a chaque tour, car
      *    l'anonymisation supprime et recree l'enregistrement
      *    (fonction annexe a purgerDonnees)
      ******************************************************************
       anonymiserComptes.
           MOVE conservCompte TO moisConservation
           PERFORM calculerDateLimite
           MOVE 0 TO numeroAnonyme
           OPEN I-O futilisateur
           OPEN I-O fparticipant
           OPEN INPUT fevenement
           MOVE SPACE TO loginPurge
           MOVE 0 TO fin_boucle2
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               MOVE loginPurge TO futil_login
               START futilisateur, KEY IS > futil_login
                   INVALID KEY
                       MOVE 1 TO fin_boucle2
               END-START
               IF fin_boucle2 = 0 THEN
                   READ futilisateur NEXT
                   AT END
                       MOVE 1 TO fin_boucle2
                   NOT AT END
                       MOVE futil_login TO loginPurge
                       IF futil_statut = 1 AND
                           futil_nom NOT = "ANONYME" THEN
                           PERFORM examinerComptePurge
                       END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE fevenement
           CLOSE fparticipant
           CLOSE futilisateur
           .

      ******************************************************************
      *    Fonction annexe :
      *    Decide du sort du compte desactive charge dans tamp_futi :
      *    rien tant que la duree de conservation n'est pas atteinte,
      *    sinon anonymisation (ou simple liste en simulation), ou
      *    compte ignore avec son motif (fonction annexe a
      *    anonymiserComptes)
      ******************************************************************
       examinerComptePurge.
           MOVE SPACE TO motifIgnore
           MOVE 0 TO dateNumDesact
           IF futil_desactAnnee IS NUMERIC AND
               futil_desactAnnee > 0 THEN
               COMPUTE dateNumDesact = futil_desactAnnee * 10000
                   + futil_desactMois * 100 + futil_desactJour
           ELSE
      * compte desactive avant que la date ne soit conservee dans
      * futilisateur : la date est reprise du journal
               PERFORM rechercherDateDesactivation
           END-IF

           IF dateNumDesact = 0 THEN
               MOVE "date de desactivation inconnue" TO motifIgnore
           ELSE
               IF dateNumDesact < dateNumLimite THEN
                   PERFORM verifierComptePurgeable
                   IF motifIgnore = SPACE THEN
                       ADD 1 TO nbComptesAnonymises
                       IF simulationPurge = 1 THEN
                           DISPLAY "| A anonymiser : "loginPurge
                       ELSE
                           PERFORM anonymiserCompte
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF motifIgnore NOT = SPACE THEN
               ADD 1 TO nbComptesIgnores
               DISPLAY "| Ignore : "loginPurge
               DISPLAY "|   "motifIgnore
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Recherche dans le journal la derniere desactivation du
      *    compte loginPurge ; dateNumDesact (AAAAMMJJ) reste a 0 si
      *    elle n'y figure pas (fonction annexe a examinerComptePurge)
      ******************************************************************
       rechercherDateDesactivation.
           OPEN INPUT fjournal
           MOVE 0 TO fin_boucle11
           PERFORM WITH TEST AFTER UNTIL fin_boucle11 = 1
               READ fjournal NEXT
               AT END
                   MOVE 1 TO fin_boucle11
               NOT AT END
                   IF fjour_action = "desactivation" AND
                       fjour_cible = loginPurge THEN
                       COMPUTE dateNumDesact = fjour_annee * 10000
                           + fjour_mois * 100 + fjour_jour
                   END-IF
           END-PERFORM
           CLOSE fjournal
           .

      ******************************************************************
      *    Fonction annexe :
      *    Un compte n'est pas anonymise tant qu'il a une demande
      *    acceptee ou en attente sur un evenement a venir, ou qu'il
      *    organise un evenement pas encore archive ; motifIgnore
      *    porte alors la raison (fonction annexe a
      *    examinerComptePurge)
      ******************************************************************
       verifierComptePurgeable.
           MOVE loginPurge TO fpart_login
           MOVE 0 TO fin_boucle10
           START fparticipant, KEY IS = fpart_login
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fpart_login NOT = loginPurge THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       IF fpart_etat = "acceptee" OR
                           fpart_etat = "attente" THEN
                           MOVE fpart_nomEvent TO fevent_nom
                           READ fevenement
                               NOT INVALID KEY
                                   PERFORM comparer_date
                                   IF fevent_etat NOT = "Annule" AND
                                       dateComparee NOT = 1 THEN
                                       MOVE "participation a venir"
                                           TO motifIgnore
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-PERFORM

           IF motifIgnore = SPACE THEN
               MOVE loginPurge TO fevent_loginOrga
               START fevenement, KEY IS = fevent_loginOrga
                   NOT INVALID KEY
                       MOVE "organisateur d'un evenement non archive"
                           TO motifIgnore
               END-START
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Anonymise le compte charge dans tamp_futi (login
      *    loginPurge) : l'identite est effacee, le nouveau login
      *    remplace l'ancien dans les fichiers qui le referencent et
      *    les donnees purement personnelles (messages, verrou,
      *    traces de rappels) sont supprimees. Le mail et le
      *    telephone sont des cles uniques : ils recoivent une valeur
      *    derivee du nouveau login (fonction annexe a
      *    examinerComptePurge)
      ******************************************************************
       anonymiserCompte.
           MOVE tamp_futi TO enregPurge
           PERFORM genererLoginAnonyme
           MOVE enregPurge TO tamp_futi
           DELETE futilisateur RECORD
           MOVE "ANONYME" TO futil_nom
           MOVE SPACE TO futil_prenom
           MOVE loginAnonyme TO futil_login
           MOVE SPACE TO futil_mdp
           MOVE loginAnonyme TO futil_mail
           MOVE SPACE TO futil_tel
           STRING "A" numeroAnonyme DELIMITED BY SIZE INTO futil_tel
           MOVE 0 TO futil_naissanceJour
           MOVE 0 TO futil_naissanceMois
           MOVE 0 TO futil_naissanceAnnee
           WRITE tamp_futi
           END-WRITE

           PERFORM remplacerLoginParticipations
           PERFORM remplacerLoginJournal
           PERFORM remplacerLoginHistorique
           PERFORM supprimerDonneesCompte

           MOVE "anonymisation" TO journalAction
           MOVE loginAnonyme TO journalCible
           MOVE SPACE TO journalDetail
           STRING "compte desactive le " dateNumDesact(7:2) "/"
               dateNumDesact(5:2) "/" dateNumDesact(1:4)
               ", identite effacee"
               DELIMITED BY SIZE INTO journalDetail
           PERFORM ecrireJournal
           DISPLAY "| Anonymise : "loginAnonyme
           .

      ******************************************************************
      *    Fonction annexe :
      *    Choisit le premier login anonyme_NNNNNNNNN libre dans
      *    futilisateur (fonction annexe a anonymiserCompte)
      ******************************************************************
       genererLoginAnonyme.
           MOVE 0 TO loginLibre
           PERFORM WITH TEST AFTER UNTIL loginLibre = 1
               ADD 1 TO numeroAnonyme
               MOVE SPACE TO loginAnonyme
               STRING "anonyme_" numeroAnonyme
                   DELIMITED BY SIZE INTO loginAnonyme
               MOVE loginAnonyme TO futil_login
               READ futilisateur
                   INVALID KEY
                       MOVE 1 TO loginLibre
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *    Fonction annexe :
      *    Remplace loginPurge par loginAnonyme dans les demandes
      *    (fparticipant, ouvert par l'appelant), les participations
      *    archivees et les avis. Le login faisant partie de la cle,
      *    chaque enregistrement est supprime puis recree (fonction
      *    annexe a anonymiserCompte)
      ******************************************************************
       remplacerLoginParticipations.
           MOVE loginPurge TO fpart_login
           MOVE 0 TO fin_boucle10
           START fparticipant, KEY IS = fpart_login
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fpart_login NOT = loginPurge THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       MOVE tamp_fpart TO enregPurge
                       DELETE fparticipant RECORD
                       MOVE enregPurge TO tamp_fpart
                       MOVE loginAnonyme TO fpart_login
                       WRITE tamp_fpart
                       END-WRITE
                   END-IF
           END-PERFORM

           OPEN I-O fparthisto
           MOVE loginPurge TO fphisto_login
           MOVE 0 TO fin_boucle10
           START fparthisto, KEY IS = fphisto_login
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fparthisto NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fphisto_login NOT = loginPurge THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       MOVE tamp_fphisto TO enregPurge
                       DELETE fparthisto RECORD
                       MOVE enregPurge TO tamp_fphisto
                       MOVE loginAnonyme TO fphisto_login
                       WRITE tamp_fphisto
                       END-WRITE
                   END-IF
           END-PERFORM
           CLOSE fparthisto

           OPEN I-O favis
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ favis NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF favis_login = loginPurge THEN
                       MOVE tamp_favis TO enregPurge
                       DELETE favis RECORD
                       MOVE enregPurge TO tamp_favis
                       MOVE loginAnonyme TO favis_login
                       WRITE tamp_favis
                       END-WRITE
                   END-IF
           END-PERFORM
           CLOSE favis
           .

      ******************************************************************
      *    Fonction annexe :
      *    Remplace loginPurge par loginAnonyme dans le journal, comme
      *    login agissant et comme cible. Le detail des modifications
      *    de profil (anciennes et nouvelles valeurs) est efface
      *    (fonction annexe a anonymiserCompte)
      ******************************************************************
       remplacerLoginJournal.
           OPEN I-O fjournal
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fjournal NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   MOVE 0 TO enregModifie
                   IF fjour_login = loginPurge THEN
                       MOVE loginAnonyme TO fjour_login
                       MOVE 1 TO enregModifie
                   END-IF
                   IF fjour_cible = loginPurge THEN
                       MOVE loginAnonyme TO fjour_cible
                       IF fjour_action = "modifUtil" THEN
                           MOVE "donnees personnelles effacees"
                               TO fjour_detail
                       END-IF
                       MOVE 1 TO enregModifie
                   END-IF
                   IF enregModifie = 1 THEN
                       REWRITE tamp_fjour
                       END-REWRITE
                   END-IF
           END-PERFORM
           CLOSE fjournal
           .

      ******************************************************************
      *    Fonction annexe :
      *    Remplace loginPurge par loginAnonyme dans les evenements
      *    archives qu'il a organises, les cumuls statistiques par
      *    organisateur, les delegations et les mouvements de
      *    tresorerie (fonction annexe a anonymiserCompte)
      ******************************************************************
       remplacerLoginHistorique.
           OPEN I-O fhistorique
           MOVE loginPurge TO fhisto_loginOrga
           MOVE 0 TO fin_boucle10
           START fhistorique, KEY IS = fhisto_loginOrga
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fhistorique NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fhisto_loginOrga NOT = loginPurge THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       MOVE loginAnonyme TO fhisto_loginOrga
                       REWRITE tamp_fhisto
                       END-REWRITE
                   END-IF
           END-PERFORM
           CLOSE fhistorique

           OPEN I-O fstat
           MOVE "O" TO fstat_categorie
           MOVE loginPurge TO fstat_libelle
           MOVE 0 TO fstat_mois
           MOVE SPACE TO fstat_typeEvt
           MOVE 0 TO fin_boucle10
           START fstat, KEY IS >= fstat_cle
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fstat NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fstat_categorie NOT = "O" OR
                       fstat_libelle NOT = loginPurge THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       MOVE tamp_fstat TO enregPurge
                       DELETE fstat RECORD
                       MOVE enregPurge TO tamp_fstat
                       MOVE loginAnonyme TO fstat_libelle
                       WRITE tamp_fstat
                       END-WRITE
                   END-IF
           END-PERFORM
           CLOSE fstat

           OPEN I-O fdelegue
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fdelegue NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fdel_login = loginPurge THEN
                       MOVE tamp_fdel TO enregPurge
                       DELETE fdelegue RECORD
                       MOVE enregPurge TO tamp_fdel
                       MOVE loginAnonyme TO fdel_login
                       WRITE tamp_fdel
                       END-WRITE
                   END-IF
           END-PERFORM
           CLOSE fdelegue

           OPEN I-O fmouvement
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   MOVE 0 TO enregModifie
                   IF fmvt_login = loginPurge THEN
                       MOVE loginAnonyme TO fmvt_login
                       MOVE 1 TO enregModifie
                   END-IF
                   IF fmvt_loginSaisie = loginPurge THEN
                       MOVE loginAnonyme TO fmvt_loginSaisie
                       MOVE 1 TO enregModifie
                   END-IF
                   IF enregModifie = 1 THEN
                       REWRITE tamp_fmvt
                       END-REWRITE
                   END-IF
           END-PERFORM
           CLOSE fmouvement
           .

      ******************************************************************
      *    Fonction annexe :
      *    Supprime les donnees du compte loginPurge qui ne servent a
      *    aucune statistique : messages recus, verrou de connexion et
      *    traces des rappels envoyes (fonction annexe a
      *    anonymiserCompte)
      ******************************************************************
       supprimerDonneesCompte.
           OPEN I-O fmessage
           MOVE loginPurge TO fmsg_login
           MOVE 0 TO fmsg_numero
           MOVE 0 TO fin_boucle10
           START fmessage, KEY IS >= fmsg_cle
               INVALID KEY
                   MOVE 1 TO fin_boucle10
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fmessage NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fmsg_login NOT = loginPurge THEN
                       MOVE 1 TO fin_boucle10
                   ELSE
                       DELETE fmessage RECORD
                   END-IF
           END-PERFORM
           CLOSE fmessage

           OPEN I-O fverrou
           MOVE loginPurge TO fver_login
           READ fverrou
               NOT INVALID KEY
                   DELETE fverrou RECORD
           END-READ
           CLOSE fverrou

           OPEN I-O frappel
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ frappel NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF frap_login = loginPurge THEN
                       DELETE frappel RECORD
                   END-IF
           END-PERFORM
           CLOSE frappel
           .

      ******************************************************************
      *    Fonction annexe :
      *    Supprime les messages deja lus dates d'avant la limite de
      *    conservation (seulement comptes en simulation) (fonction
      *    annexe a purgerDonnees)
      ******************************************************************
       purgerMessages.
           MOVE conservMessage TO moisConservation
           PERFORM calculerDateLimite
           OPEN I-O fmessage
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fmessage NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   IF fmsg_lu = 1 THEN
                       COMPUTE dateNumEntree = fmsg_annee * 10000
                           + fmsg_mois * 100 + fmsg_jour
                       IF dateNumEntree < dateNumLimite THEN
                           ADD 1 TO nbMessagesPurges
                           IF simulationPurge = 0 THEN
                               DELETE fmessage RECORD
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fmessage
           .

      ******************************************************************
      *    Fonction annexe :
      *    Recopie dans journal_archive_AAAAMMJJ.txt puis supprime les
      *    entrees du journal dates d'avant la limite de conservation
      *    (seulement comptees en simulation). Une seconde execution
      *    le meme jour complete le meme fichier d'archive (fonction
      *    annexe a purgerDonnees)
      ******************************************************************
       archiverJournal.
           COMPUTE moisConservation = conservJournal * 12
           PERFORM calculerDateLimite
           MOVE 0 TO archiveOuverte
           OPEN I-O fjournal
           MOVE 0 TO fin_boucle10
           PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
               READ fjournal NEXT
               AT END
                   MOVE 1 TO fin_boucle10
               NOT AT END
                   COMPUTE dateNumEntree = fjour_annee * 10000
                       + fjour_mois * 100 + fjour_jour
                   IF dateNumEntree < dateNumLimite THEN
                       ADD 1 TO nbJournalArchives
                       IF simulationPurge = 0 THEN
                           IF archiveOuverte = 0 THEN
                               MOVE SPACE TO nomArchiveJournal
                               STRING "journal_archive_"
                                   WS-CURRENT-YEAR WS-CURRENT-MONTH
                                   WS-CURRENT-DAY ".txt"
                                   DELIMITED BY SIZE
                                   INTO nomArchiveJournal
                               OPEN EXTEND farchjournal
                               IF cr_farchjour = 35 THEN
                                   OPEN OUTPUT farchjournal
                               END-IF
                               MOVE 1 TO archiveOuverte
                           END-IF
                           MOVE tamp_fjour TO tamp_farchjour
                           WRITE tamp_farchjour
                           DELETE fjournal RECORD
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fjournal
           IF archiveOuverte = 1 THEN
               CLOSE farchjournal
               DISPLAY "| Archive : "nomArchiveJournal
           END-IF
           .

      *-----------------------------------------------------------------
      *    Programme des evenements a publier (lettre d'information,
      *    site web, affichage) pour la periode dateNumDebut ..
      *    dateNumFin (AAAAMMJJ) : les evenements annules sont ecartes,
      *    les autres sont classes par date puis heure de debut (a
      *    chaque tour, recherche du plus petit evenement restant, cle
      *    date + heure + nom). Deux fichiers sont produits :
      *      programme_AAAAMMJJ_AAAAMMJJ.txt - mise en page a imprimer
      *      programme_AAAAMMJJ_AAAAMMJJ.csv - delimite par ";" pour
      *                                        l'import sur le site
      *    Les places restantes sont calculees comme dans
      *    rechercherDispo (seuil moins acceptes et presents) ; un
      *    evenement complet est signale "complet - liste d'attente".
      *-----------------------------------------------------------------
       produireProgramme.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|    PROGRAMME DES EVENEMENTS        |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO nbEventsProgramme
           MOVE SPACE TO nomProgramme
           STRING "programme_" dateNumDebut "_" dateNumFin ".txt"
               DELIMITED BY SIZE INTO nomProgramme
           MOVE SPACE TO nomExport
           STRING "programme_" dateNumDebut "_" dateNumFin ".csv"
               DELIMITED BY SIZE INTO nomExport
           OPEN OUTPUT fprogramme
           OPEN OUTPUT fexport

           MOVE "PROGRAMME DES EVENEMENTS" TO tamp_fprog
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           STRING "du " dateNumDebut(7:2) "/" dateNumDebut(5:2) "/"
               dateNumDebut(1:4) " au " dateNumFin(7:2) "/"
               dateNumFin(5:2) "/" dateNumFin(1:4)
               DELIMITED BY SIZE INTO tamp_fprog
           WRITE tamp_fprog
           MOVE ALL "=" TO tamp_fprog(1:60)
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fexport
           STRING "date;debut;fin;evenement;type;salle;adresse;"
               "tarif;places;statut" DELIMITED BY SIZE INTO tamp_fexport
           WRITE tamp_fexport

           OPEN INPUT fevenement
           OPEN INPUT fsalle
           MOVE LOW-VALUE TO derniereCleProg
           MOVE 0 TO finProgramme
           PERFORM WITH TEST AFTER UNTIL finProgramme = 1
      * recherche du plus petit evenement restant a publier
               MOVE HIGH-VALUE TO cleProgMin
               MOVE SPACE TO fevent_nom
               MOVE 0 TO fin_boucle10
               START fevenement, KEY IS >= fevent_nom
                   INVALID KEY
                       MOVE 1 TO fin_boucle10
               END-START
               PERFORM WITH TEST AFTER UNTIL fin_boucle10 = 1
                   READ fevenement NEXT
                   AT END
                       MOVE 1 TO fin_boucle10
                   NOT AT END
                       COMPUTE dateNumEvent = fevent_dateAnnee * 10000
                           + fevent_dateMois * 100 + fevent_dateJour
                       MOVE SPACE TO cleProgEvent
                       STRING dateNumEvent fevent_heure fevent_nom
                           DELIMITED BY SIZE INTO cleProgEvent
                       IF fevent_etat NOT = "Annule" AND
                           dateNumEvent >= dateNumDebut AND
                           dateNumEvent <= dateNumFin AND
                           cleProgEvent > derniereCleProg AND
                           cleProgEvent < cleProgMin THEN
                           MOVE cleProgEvent TO cleProgMin
                       END-IF
               END-PERFORM
               IF cleProgMin = HIGH-VALUE THEN
                   MOVE 1 TO finProgramme
               ELSE
                   MOVE cleProgMin(14:50) TO fevent_nom
                   READ fevenement
                       NOT INVALID KEY
                           PERFORM ecrireEntreeProgramme
                   END-READ
                   MOVE cleProgMin TO derniereCleProg
               END-IF
           END-PERFORM
           CLOSE fsalle
           CLOSE fevenement

           MOVE SPACE TO tamp_fprog
           STRING nbEventsProgramme " evenement(s) au programme"
               DELIMITED BY SIZE INTO tamp_fprog
           WRITE tamp_fprog
           CLOSE fexport
           CLOSE fprogramme

           DISPLAY "| Evenements publies : "nbEventsProgramme
           DISPLAY "| "nomProgramme
           DISPLAY "| "nomExport
           DISPLAY "|____________________________________|"

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Programme du " dateNumDebut(7:2) "/"
               dateNumDebut(5:2) "/" dateNumDebut(1:4) " au "
               dateNumFin(7:2) "/" dateNumFin(5:2) "/"
               dateNumFin(1:4) " : " nbEventsProgramme
               " evenement(s) publie(s)"
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Ecrit l'evenement charge dans tamp_fevent dans les deux
      *    fichiers du programme. L'adresse est celle de la salle
      *    (salle.dat) quand l'evenement en a une, sinon celle de
      *    l'evenement (fonction annexe a produireProgramme)
      ******************************************************************
       ecrireEntreeProgramme.
           ADD 1 TO nbEventsProgramme
           MOVE fevent_adresse TO adresseProgramme
           IF fevent_salle NOT = SPACE THEN
               MOVE fevent_salle TO fsalle_nom
               READ fsalle
                   NOT INVALID KEY
                       MOVE fsalle_adresse TO adresseProgramme
               END-READ
           END-IF
      * le ";" est reserve au separateur du fichier delimite : les
      * zones saisies librement sont nettoyees avant l'export
           INSPECT adresseProgramme REPLACING ALL ";" BY ","
           MOVE fevent_nom TO nomCsv
           INSPECT nomCsv REPLACING ALL ";" BY ","
           MOVE fevent_type TO typeCsv
           INSPECT typeCsv REPLACING ALL ";" BY ","
           MOVE fevent_salle TO salleCsv
           INSPECT salleCsv REPLACING ALL ";" BY ","

           MOVE fevent_nom TO fpart_nomEvent
           PERFORM compte_nb_part
           IF nbParticipants < fevent_seuil THEN
               COMPUTE placesRestantes = fevent_seuil - nbParticipants
               MOVE "disponible" TO statutPlaces
           ELSE
               MOVE 0 TO placesRestantes
               MOVE "complet - liste d'attente" TO statutPlaces
           END-IF
           MOVE fevent_tarif TO affMontant

           MOVE SPACE TO tamp_fprog
           STRING fevent_dateJour "/" fevent_dateMois "/"
               fevent_dateAnnee "  " fevent_heure " - "
               fevent_heureFin "  " DELIMITED BY SIZE
               fevent_nom DELIMITED BY "  "
               INTO tamp_fprog
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           STRING "    Type   : " fevent_type
               DELIMITED BY SIZE INTO tamp_fprog
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           IF fevent_salle = SPACE THEN
               STRING "    Lieu   : " DELIMITED BY SIZE
                   adresseProgramme DELIMITED BY "  "
                   INTO tamp_fprog
           ELSE
               STRING "    Lieu   : salle " DELIMITED BY SIZE
                   fevent_salle DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   adresseProgramme DELIMITED BY "  "
                   INTO tamp_fprog
           END-IF
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           IF fevent_tarif = 0 THEN
               MOVE "    Tarif  : gratuit" TO tamp_fprog
           ELSE
               STRING "    Tarif  : " affMontant " euros"
                   DELIMITED BY SIZE INTO tamp_fprog
           END-IF
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           IF placesRestantes = 0 THEN
               STRING "    Places : " statutPlaces
                   DELIMITED BY SIZE INTO tamp_fprog
           ELSE
               STRING "    Places : " placesRestantes " restante(s)"
                   DELIMITED BY SIZE INTO tamp_fprog
           END-IF
           WRITE tamp_fprog
           MOVE SPACE TO tamp_fprog
           WRITE tamp_fprog

           MOVE SPACE TO tamp_fexport
           STRING fevent_dateJour "/" fevent_dateMois "/"
               fevent_dateAnnee ";" fevent_heure ";"
               fevent_heureFin ";" DELIMITED BY SIZE
               nomCsv DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               typeCsv DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               salleCsv DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               adresseProgramme DELIMITED BY "  "
               ";" affMontant ";" placesRestantes ";"
               DELIMITED BY SIZE
               statutPlaces DELIMITED BY "  "
               INTO tamp_fexport
           WRITE tamp_fexport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Periode du programme en traitement par lot : option
      *    AAAAMMJJ-AAAAMMJJ, ou AAAAMMJJ seul pour la semaine qui
      *    commence ce jour-la, par defaut la semaine qui commence
      *    aujourd'hui. periodeValide passe a 0 si la fin precede le
      *    debut (fonction annexe a executerBatch)
      ******************************************************************
       preparerPeriodeProgramme.
           MOVE WS-CURRENT-DAY TO serieJour
           MOVE WS-CURRENT-MONTH TO serieMois
           MOVE WS-CURRENT-YEAR TO serieAnnee
           IF optionJob(1:8) IS NUMERIC THEN
               MOVE optionJob(1:4) TO serieAnnee
               MOVE optionJob(5:2) TO serieMois
               MOVE optionJob(7:2) TO serieJour
           END-IF
           COMPUTE dateNumDebut = serieAnnee * 10000
               + serieMois * 100 + serieJour
           IF optionJob(9:1) = "-" AND optionJob(10:8) IS NUMERIC THEN
               MOVE optionJob(10:8) TO dateNumFin
           ELSE
               MOVE 0 TO compteurJours
               PERFORM UNTIL compteurJours >= 6
                   ADD 1 TO compteurJours
                   ADD 1 TO serieJour
                   PERFORM calculerJoursMois
                   IF serieJour > joursMois THEN
                       MOVE 1 TO serieJour
                       ADD 1 TO serieMois
                       IF serieMois > 12 THEN
                           MOVE 1 TO serieMois
                           ADD 1 TO serieAnnee
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE dateNumFin = serieAnnee * 10000
                   + serieMois * 100 + serieJour
           END-IF
           MOVE 1 TO periodeValide
           IF dateNumFin < dateNumDebut THEN
               MOVE 0 TO periodeValide
               DISPLAY "Periode du programme invalide : "optionJob
           END-IF
           .

      *-----------------------------------------------------------------
      *    Production du programme des evenements depuis le menu
      *    d'exploitation : saisie de la periode puis produireProgramme
      *-----------------------------------------------------------------
       programmeEvenements.
           DISPLAY "Debut de la periode :"
           PERFORM WITH TEST AFTER UNTIL
               rechJourDebut>0 AND rechJourDebut<=31
               DISPLAY "JOUR (entre 1 et 31) :"
               ACCEPT rechJourDebut
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
               rechMoisDebut>0 AND rechMoisDebut<=12
               DISPLAY "MOIS (entre 1 et 12) :"
               ACCEPT rechMoisDebut
           END-PERFORM
           DISPLAY "ANNEE :"
           ACCEPT rechAnneeDebut
           DISPLAY "Fin de la periode :"
           PERFORM WITH TEST AFTER UNTIL
               rechJourFin>0 AND rechJourFin<=31
               DISPLAY "JOUR (entre 1 et 31) :"
               ACCEPT rechJourFin
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
               rechMoisFin>0 AND rechMoisFin<=12
               DISPLAY "MOIS (entre 1 et 12) :"
               ACCEPT rechMoisFin
           END-PERFORM
           DISPLAY "ANNEE :"
           ACCEPT rechAnneeFin

           COMPUTE dateNumDebut = rechAnneeDebut * 10000
               + rechMoisDebut * 100 + rechJourDebut
           COMPUTE dateNumFin = rechAnneeFin * 10000
               + rechMoisFin * 100 + rechJourFin
           IF dateNumFin < dateNumDebut THEN
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\       ERREUR       /!\  |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|  La fin de periode precede    |"
               DISPLAY "|        son debut              |"
               DISPLAY "|_______________________________|"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               PERFORM produireProgramme
           END-IF
           .

      *-----------------------------------------------------------------
      *    Procedure permettant a l'utilisateur d'archiver tous
      *    les evenements passes en faisant appel a la fonction archiver_event
      *    Seuls les evenements dont la date est depassee (comparer_date)
      *    sont archives. La recherche du prochain evenement a traiter se
      *    fait par une ouverture/fermeture dediee de fevenement a chaque
      *    tour, car archiver_event (via supprimerEvent) ouvre lui-meme
      *    fevenement en I-O : il ne faut donc pas le laisser ouvert ici.
      *-----------------------------------------------------------------
       tout_archiver.
           MOVE 0 TO nbEventArchives
           MOVE 0 TO fin_boucle3
           PERFORM WITH TEST AFTER UNTIL fin_boucle3 = 1
               MOVE SPACE TO nomEvent
               OPEN INPUT fevenement
               MOVE 0 TO fin_boucle
               PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                   READ fevenement NEXT
                   AT END
                       MOVE 1 TO fin_boucle
                   NOT AT END
                       PERFORM comparer_date
                       IF dateComparee = 1 THEN
                           MOVE fevent_nom TO nomEvent
                           MOVE 1 TO fin_boucle
                       END-IF
               END-PERFORM
               CLOSE fevenement
               IF nomEvent = SPACE THEN
                   MOVE 1 TO fin_boucle3
               ELSE
                   MOVE nomEvent TO fevent_nom
                   OPEN INPUT fevenement
                   READ fevenement
                       INVALID KEY
                           MOVE 1 TO fin_boucle3
                   END-READ
                   CLOSE fevenement
                   IF fin_boucle3 <> 1 THEN
                       PERFORM archiver_event
                       IF archivageReussi = 1 THEN
                           ADD 1 TO nbEventArchives
                           PERFORM ecrireLogArchivage
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY " _______________________________ "
           DISPLAY "|                               |"
           DISPLAY "|          INFORMATION          |"
           DISPLAY "|_______________________________|"
           DISPLAY "|                               |"
           DISPLAY "|  Evenements archives : "nbEventArchives
           DISPLAY "|_______________________________|"
           .

      ******************************************************************
      *    Fonction annexe :
      *    Ajoute une ligne dans le journal d'archivage (archivage.log)
      *    pour garder une trace des evenements traites par
      *    tout_archiver, afin de pouvoir diagnostiquer une execution
      *    interrompue. fevent_nom doit avoir sa valeur avant l'appel.
      ******************************************************************
       ecrireLogArchivage.
           OPEN EXTEND flog
           IF cr_flog = 35 THEN
               OPEN OUTPUT flog
           END-IF
           MOVE SPACE TO tamp_flog
           STRING "Archive : " fevent_nom DELIMITED BY SIZE
               INTO tamp_flog
           WRITE tamp_flog
           CLOSE flog
           .

      *-----------------------------------------------------------------
      *    Procedure de verification d'integrite des fichiers de
      *    donnees (menu archivage, reservee a l'administrateur) :
      *      - participations pointant un evenement inexistant
      *        (interruption possible entre les deux suppressions de
      *        supprimerEvent)
      *      - evenements dont le nombre d'acceptes depasse le seuil
      *      - evenements et archives dont l'organisateur n'existe
      *        plus dans futilisateur
      *    Chaque anomalie est ecrite dans le rapport du jour
      *    (ouvrirRapport) et les participations orphelines peuvent
      *    etre supprimees a la demande.
      *-----------------------------------------------------------------
       verifierIntegrite.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|    VERIFICATION DE L'INTEGRITE     |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO nbOrphelins
           MOVE 0 TO nbOrgaInconnus
           MOVE 0 TO nbDepassements
           MOVE 0 TO nbOrphelinsRepares

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Verification d'integrite du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               " " WS-CURRENT-HOURS ":" WS-CURRENT-MINUTE
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport

      * 1 - participations orphelines
           OPEN INPUT fparticipant
           OPEN INPUT fevenement
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE fpart_nomEvent TO fevent_nom
                   READ fevenement
                       INVALID KEY
                           ADD 1 TO nbOrphelins
                           DISPLAY "| Participation orpheline :"
                           DISPLAY "|   "fpart_login
                           DISPLAY "|   "fpart_nomEvent
                           MOVE SPACE TO tamp_freport
                           STRING "  Orphelin : " fpart_login " "
                               fpart_nomEvent
                               DELIMITED BY SIZE INTO tamp_freport
                           WRITE tamp_freport
                   END-READ
           END-PERFORM
           CLOSE fparticipant
           CLOSE fevenement

      * 2 - depassements de seuil et organisateurs inconnus
           OPEN INPUT fevenement
           OPEN INPUT futilisateur
           MOVE 0 TO fin_boucle2
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ fevenement NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   MOVE fevent_nom TO fpart_nomEvent
                   PERFORM compte_nb_part
                   IF nbParticipants > fevent_seuil THEN
                       ADD 1 TO nbDepassements
                       DISPLAY "| Seuil depasse :"
                       DISPLAY "|   "fevent_nom
                       MOVE SPACE TO tamp_freport
                       STRING "  Seuil depasse : " fevent_nom
                           " acceptes : " nbParticipants
                           " seuil : " fevent_seuil
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                   END-IF
                   MOVE fevent_loginOrga TO futil_login
                   READ futilisateur
                       INVALID KEY
                           ADD 1 TO nbOrgaInconnus
                           DISPLAY "| Organisateur inconnu :"
                           DISPLAY "|   "fevent_loginOrga
                           DISPLAY "|   pour : "fevent_nom
                           MOVE SPACE TO tamp_freport
                           STRING "  Organisateur inconnu : "
                               fevent_loginOrga " pour : " fevent_nom
                               DELIMITED BY SIZE INTO tamp_freport
                           WRITE tamp_freport
                   END-READ
           END-PERFORM
           CLOSE fevenement

      * 3 - organisateurs inconnus dans l'historique
           OPEN INPUT fhistorique
           MOVE 0 TO fin_boucle2
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ fhistorique NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   MOVE fhisto_loginOrga TO futil_login
                   READ futilisateur
                       INVALID KEY
                           ADD 1 TO nbOrgaInconnus
                           DISPLAY "| Organisateur inconnu (archive) :"
                           DISPLAY "|   "fhisto_loginOrga
                           MOVE SPACE TO tamp_freport
                           STRING "  Organisateur inconnu (archive) : "
                               fhisto_loginOrga
                               DELIMITED BY SIZE INTO tamp_freport
                           WRITE tamp_freport
                   END-READ
           END-PERFORM
           CLOSE fhistorique
           CLOSE futilisateur

           DISPLAY "|------------------------------------|"
           DISPLAY "| Participations orphelines :        |"
           DISPLAY "|   "nbOrphelins
           DISPLAY "| Seuils depasses :                  |"
           DISPLAY "|   "nbDepassements
           DISPLAY "| Organisateurs inconnus :           |"
           DISPLAY "|   "nbOrgaInconnus
           DISPLAY "|____________________________________|"
           MOVE SPACE TO tamp_freport
           STRING "  Orphelins : " nbOrphelins
               " Seuils depasses : " nbDepassements
               " Organisateurs inconnus : " nbOrgaInconnus
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport

      * reparation des cas evidents : suppression des orphelins.
      * En traitement par lot la question n'est pas posee : un job de
      * maintenance nocturne repare d'office, l'anomalie restant
      * signalee dans le rapport et par le code retour.
           IF nbOrphelins > 0 THEN
               IF modeBatch = 1 THEN
                   MOVE 1 TO choixReparation
               ELSE
                   DISPLAY " "
                   DISPLAY "Supprimer les participations orphelines ?"
                   DISPLAY "0 - Non"
                   DISPLAY "1 - Oui"
                   ACCEPT choixReparation
               END-IF
               IF choixReparation = 1 THEN
                   PERFORM reparerOrphelins
                   DISPLAY "Participations supprimees : "
                       nbOrphelinsRepares
                   MOVE SPACE TO tamp_freport
                   STRING "  Orphelins supprimes : "
                       nbOrphelinsRepares
                       DELIMITED BY SIZE INTO tamp_freport
                   WRITE tamp_freport
               END-IF
           END-IF
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Supprime les participations dont l'evenement n'existe plus
      *    (fonction annexe a verifierIntegrite)
      ******************************************************************
       reparerOrphelins.
           OPEN I-O fparticipant
           OPEN INPUT fevenement
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE fpart_nomEvent TO fevent_nom
                   READ fevenement
                       INVALID KEY
                           DELETE fparticipant RECORD
                           ADD 1 TO nbOrphelinsRepares
                   END-READ
           END-PERFORM
           CLOSE fparticipant
           CLOSE fevenement
           .

      *-----------------------------------------------------------------
      *    Procedure de sauvegarde : decharge chaque fichier indexe
      *    dans un fichier texte sequentiel date
      *    (sauvegarde_<fichier>_AAAAMMJJ.txt), afin de pouvoir
      *    reconstruire les index apres une corruption
      *    (voir rechargerFichiers).
      *-----------------------------------------------------------------
       sauvegarderFichiers.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|     SAUVEGARDE DES FICHIERS        |"
           DISPLAY "|------------------------------------|"
           MOVE SPACE TO dateSauvegarde
           STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
               DELIMITED BY SIZE INTO dateSauvegarde
           MOVE 0 TO totalEnregSauves

      * utilisateur.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_utilisateur_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT futilisateur
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ futilisateur NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_futi TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE futilisateur
           CLOSE fsauvegarde
           DISPLAY "| utilisateur  : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * evenement.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_evenement_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fevenement
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fevenement NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fevent TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fevenement
           CLOSE fsauvegarde
           DISPLAY "| evenement    : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * participant.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_participant_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fparticipant
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fpart TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fparticipant
           CLOSE fsauvegarde
           DISPLAY "| participant  : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * historique.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_historique_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fhistorique
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fhistorique NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fhisto TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fhistorique
           CLOSE fsauvegarde
           DISPLAY "| historique   : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * message.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_message_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fmessage
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fmessage NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fmsg TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fmessage
           CLOSE fsauvegarde
           DISPLAY "| message      : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * participant_histo.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_parthisto_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fparthisto
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fparthisto NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fphisto TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fparthisto
           CLOSE fsauvegarde
           DISPLAY "| parthisto    : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * salle.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_salle_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fsalle
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fsalle NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fsalle TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fsalle
           CLOSE fsauvegarde
           DISPLAY "| salle        : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * delegue.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_delegue_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fdelegue
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fdelegue NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fdel TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fdelegue
           CLOSE fsauvegarde
           DISPLAY "| delegue      : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * journal.dat : le journal d'audit n'est pas reconstructible,
      * il doit faire partie de la sauvegarde
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_journal_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fjournal
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fjournal NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fjour TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fjournal
           CLOSE fsauvegarde
           DISPLAY "| journal      : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * regle.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_regle_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fregle
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fregle NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fregle TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fregle
           CLOSE fsauvegarde
           DISPLAY "| regle        : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * avis.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_avis_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT favis
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ favis NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_favis TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE favis
           CLOSE fsauvegarde
           DISPLAY "| avis         : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * rappel.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_rappel_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT frappel
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ frappel NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_frap TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE frappel
           CLOSE fsauvegarde
           DISPLAY "| rappel       : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * mouvement.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_mouvement_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fmouvement
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fmvt TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fmouvement
           CLOSE fsauvegarde
           DISPLAY "| mouvement    : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves

      * parametre.dat
           MOVE SPACE TO nomSauvegarde
           STRING "sauvegarde_parametre_" dateSauvegarde ".txt"
               DELIMITED BY SIZE INTO nomSauvegarde
           MOVE 0 TO nbEnregSauves
           OPEN OUTPUT fsauvegarde
           OPEN INPUT fparametre
           MOVE 0 TO fin_boucle
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ fparametre NEXT
               AT END
                   MOVE 1 TO fin_boucle
               NOT AT END
                   MOVE tamp_fparam TO tamp_fsauvegarde
                   WRITE tamp_fsauvegarde
                   ADD 1 TO nbEnregSauves
           END-PERFORM
           CLOSE fparametre
           CLOSE fsauvegarde
           DISPLAY "| parametre    : "nbEnregSauves
           ADD nbEnregSauves TO totalEnregSauves
           DISPLAY "|____________________________________|"
           DISPLAY "| Sauvegarde du "dateSauvegarde" terminee"
           DISPLAY "|____________________________________|"
           .
                   END-PERFORM
                   CLOSE fparthisto
                   CLOSE fsauvegarde
                   DISPLAY "| parthisto    : "nbEnregRecharges
               END-IF

      * salle.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_salle_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "| Sauvegarde introuvable :"
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT fsalle
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_fsalle
                           WRITE tamp_fsalle
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE fsalle
                   CLOSE fsauvegarde
                   DISPLAY "| salle        : "nbEnregRecharges
               END-IF

      * delegue.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_delegue_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "| Sauvegarde introuvable :"
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT fdelegue
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_fdel
                           WRITE tamp_fdel
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE fdelegue
                   CLOSE fsauvegarde
                   DISPLAY "| delegue      : "nbEnregRecharges
               END-IF

      * journal.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_journal_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "| Sauvegarde introuvable :"
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT fjournal
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_fjour
                           WRITE tamp_fjour
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE fjournal
                   CLOSE fsauvegarde
                   DISPLAY "| journal      : "nbEnregRecharges
               END-IF

      * regle.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_regle_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "| Sauvegarde introuvable :"
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT fregle
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_fregle
                           WRITE tamp_fregle
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE fregle
                   CLOSE fsauvegarde
                   DISPLAY "| regle        : "nbEnregRecharges
               END-IF

      * avis.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_avis_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "| Sauvegarde introuvable :"
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT favis
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_favis
                           WRITE tamp_favis
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE favis
                   CLOSE fsauvegarde
                   DISPLAY "| avis         : "nbEnregRecharges
               END-IF

      * rappel.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_rappel_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT frappel
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_frap
                           WRITE tamp_frap
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE frappel
                   CLOSE fsauvegarde
                   DISPLAY "| rappel       : "nbEnregRecharges
               END-IF

      * mouvement.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_mouvement_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT fmouvement
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_fmvt
                           WRITE tamp_fmvt
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE fmouvement
                   CLOSE fsauvegarde
                   DISPLAY "| mouvement    : "nbEnregRecharges
               END-IF

      * parametre.dat
               MOVE SPACE TO nomSauvegarde
               STRING "sauvegarde_parametre_" dateSauvegarde ".txt"
                   DELIMITED BY SIZE INTO nomSauvegarde
               OPEN INPUT fsauvegarde
               IF cr_fsauvegarde NOT = 00 THEN
                   DISPLAY "|   "nomSauvegarde
               ELSE
                   MOVE 0 TO nbEnregRecharges
                   OPEN OUTPUT fparametre
                   MOVE 0 TO fin_boucle
                   PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
                       READ fsauvegarde
                       AT END
                           MOVE 1 TO fin_boucle
                       NOT AT END
                           MOVE tamp_fsauvegarde TO tamp_fparam
                           WRITE tamp_fparam
                           END-WRITE
                           ADD 1 TO nbEnregRecharges
                   END-PERFORM
                   CLOSE fparametre
                   CLOSE fsauvegarde
                   DISPLAY "| parametre    : "nbEnregRecharges
               END-IF
      * les parametres recharges s'appliquent tout de suite
               PERFORM chargerParametres
               DISPLAY "|____________________________________|"
               DISPLAY "|      Rechargement termine          |"
               DISPLAY "|____________________________________|"
      *                        (etats acceptee, presente ou absente)
      *      nbPresentsHisto   presences pointees
      *      nbAbsencesHisto   absences pointees
      *      nbAbsencesRecentes absences sur les moisAbsence derniers
      *                        mois (parametres du site)
      *    (fonction annexe a gestion_demandes et rapportAbsenteistes)
      ******************************************************************
       calculerFiabilite.
           MOVE 0 TO nbPresentsHisto
           MOVE 0 TO nbAbsencesHisto
           MOVE 0 TO nbAbsencesRecentes
      * debut de la fenetre : meme jour, moisAbsence mois plus tot
           COMPUTE moisRecentTotal = WS-CURRENT-YEAR * 12
               + WS-CURRENT-MONTH - 1 - moisAbsence
           DIVIDE moisRecentTotal BY 12 GIVING divQuotient
               REMAINDER divReste
           COMPUTE dateNumRecent = divQuotient * 10000
               + (divReste + 1) * 100 + WS-CURRENT-DAY
           OPEN INPUT fparthisto
           MOVE loginFiabilite TO fphisto_login
           MOVE 0 TO fin_boucle7
      *    Fait passer automatiquement la ou les demandes "attente" les
      *    plus anciennes en "acceptee" tant qu'il reste de la place sur
      *    l'evenement. Utilise le meme comptage que compte_nb_part.
      *    Une demande dont le membre a atteint la limite mensuelle
      *    des regles de l'evenement est passee et reste en attente.
      *    fevent_nom et fevent_seuil doivent avoir leur valeur avant
      *    l'appel (evenement deja lu dans tamp_fevent) et fevenement
      *    doit etre ouvert.
      ******************************************************************
       promouvoir_attente.
           MOVE fevent_nom TO fpart_nomEvent
           PERFORM compte_nb_part
           PERFORM chargerRegles
           MOVE LOW-VALUE TO plancherAttente
           MOVE 0 TO fin_boucle3
      * les demandes d'un evenement annule sont gelees : aucune
      * promotion automatique
      * la place liberee revient a la demande en attente la plus
      * ancienne (horodatage de depot), et non a la premiere dans
      * l'ordre des cles qui favorisait les logins en debut d'alphabet
               MOVE HIGH-VALUE TO meilleureCleAttente
               OPEN INPUT fparticipant
               MOVE fevent_nom TO fpart_nomEvent
               START fparticipant, KEY IS = fpart_nomEvent
                                           + fpart_demJour * 10000
                                           + fpart_demHeure * 100
                                           + fpart_demMinute
      * les demandes deja examinees a ce tour (cle <= plancher) sont
      * ecartees
                                       MOVE SPACE TO cleAttente
                                       STRING demNum fpart_login
                                           DELIMITED BY SIZE
                                           INTO cleAttente
                                       IF cleAttente > plancherAttente
                                           AND cleAttente <
                                           meilleureCleAttente THEN
                                           MOVE cleAttente TO
                                               meilleureCleAttente
                                           MOVE fpart_login TO
                                               loginAttente
                                       END-IF
               IF loginAttente = SPACE THEN
                   MOVE 1 TO fin_boucle3
               ELSE
                   MOVE meilleureCleAttente TO plancherAttente
                   OPEN I-O fparticipant
                   MOVE 1 TO eligible
                   MOVE loginAttente TO loginLimite
                   PERFORM verifierLimiteMois
               END-IF
               IF loginAttente NOT = SPACE AND eligible = 0 THEN
                   CLOSE fparticipant
                   DISPLAY " _______________________________ "
                   DISPLAY "|                               |"
                   DISPLAY "|          INFORMATION          |"
                   DISPLAY "|_______________________________|"
                   DISPLAY "|                               |"
                   DISPLAY "|  Demande laissee en attente : |"
                   DISPLAY "|   "loginAttente
                   DISPLAY "|  "motifEligibilite
                   DISPLAY "|_______________________________|"
               END-IF
               IF loginAttente NOT = SPACE AND eligible = 1 THEN
                   MOVE loginAttente TO fpart_login
                   MOVE fevent_nom TO fpart_nomEvent
                   READ fparticipant
           CLOSE fparticipant
           .

      ******************************************************************
      *    Fonction parallele :
      *    Meme rebascule que rekeyerStatsType apres un report de
      *    l'evenement charge dans tamp_fevent a un autre mois : le
      *    cumul de l'ancien mois (reportAncienMois) est decremente et
      *    celui du nouveau (fevent_dateMois) incremente. fparticipant
      *    et futilisateur doivent etre fermes (fonction annexe a
      *    reporterEvent)
      ******************************************************************
       rekeyerStatsMois.
           OPEN INPUT fparticipant
           MOVE fevent_nom TO fpart_nomEvent
           MOVE 0 TO fin_boucle6
           START fparticipant, KEY IS = fpart_nomEvent
               INVALID KEY
                   MOVE 1 TO fin_boucle6
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle6 = 1
               READ fparticipant NEXT
               AT END
                   MOVE 1 TO fin_boucle6
               NOT AT END
                   IF fpart_nomEvent NOT = fevent_nom THEN
                       MOVE 1 TO fin_boucle6
                   ELSE
                       IF fpart_etat = "acceptee" OR
                           fpart_etat = "presente" OR
                           fpart_etat = "absente" THEN
                           MOVE SPACE TO formationStat
                           OPEN INPUT futilisateur
                           MOVE fpart_login TO futil_login
                           READ futilisateur
                               NOT INVALID KEY
                                   MOVE futil_formation
                                       TO formationStat
                           END-READ
                           CLOSE futilisateur
                           IF formationStat NOT = SPACE THEN
                               MOVE "F" TO statCategorie
                               MOVE formationStat TO statLibelle
                               MOVE reportAncienMois TO statMois
                               MOVE fevent_type TO statTypeEvt
                               MOVE -1 TO deltaParticipations
                               PERFORM majStatistique
                               MOVE "F" TO statCategorie
                               MOVE formationStat TO statLibelle
                               MOVE fevent_dateMois TO statMois
                               MOVE fevent_type TO statTypeEvt
                               MOVE 1 TO deltaParticipations
                               PERFORM majStatistique
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fparticipant
           .

      *-----------------------------------------------------------------
      *    Reconstruction des statistiques cumulees (menu archivage,
      *    reservee a l'administrateur) : le fichier des cumuls est
           PERFORM WITH TEST AFTER UNTIL fin_boucle = 1
               READ futilisateur NEXT
               AT END
                   MOVE 1 TO fin_boucle
                   IF formationCourante NOT = SPACES THEN
                       PERFORM afficherFormationCourante
                   END-IF
               NOT AT END
                   IF futil_statut = 0 THEN
                       IF futil_formation NOT = formationCourante THEN
                           IF formationCourante NOT = SPACES THEN
                               PERFORM afficherFormationCourante
                           END-IF
                           MOVE futil_formation TO formationCourante
                           MOVE 0 TO nbMembresForma
                           ADD 1 TO nbFormationsVues
                       END-IF
                       ADD 1 TO nbMembresForma
                   END-IF
           END-PERFORM
           CLOSE futilisateur
           DISPLAY "|____________________________________|"

           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Repertoire des formations du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           MOVE SPACE TO tamp_freport
           STRING "  Nombre de formations : " nbFormationsVues
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           CLOSE freport
           .

      ******************************************************************
      *    Fonction parallele :
      *    Termine la formation en cours de parcours : recupere ses
      *    participations cumulees puis affiche la ligne du repertoire
      *    (fonction annexe a afficheFormation)
      ******************************************************************
       afficherFormationCourante.
           PERFORM compterPartFormationStat
           PERFORM afficherLigneFormation
           .

      ******************************************************************
      *    Fonction parallele :
      *    Totalise dans nbPartForma les participations acceptees de
      *    formationCourante, tous mois et types confondus, a partir
      *    des cumuls de categorie "F" (fonction annexe a
      *    afficheFormation)
      ******************************************************************
       compterPartFormationStat.
           MOVE 0 TO nbPartForma
           OPEN INPUT fstat
           MOVE "F" TO fstat_categorie
           MOVE formationCourante TO fstat_libelle
           MOVE 0 TO fstat_mois
           MOVE SPACE TO fstat_typeEvt
           MOVE 0 TO finStat
           START fstat, KEY IS >= fstat_cle
               INVALID KEY
                   MOVE 1 TO finStat
           END-START
           PERFORM WITH TEST AFTER UNTIL finStat = 1
               READ fstat NEXT
               AT END
                   MOVE 1 TO finStat
               NOT AT END
                   IF fstat_categorie NOT = "F" OR
                       fstat_libelle NOT = formationCourante THEN
                       MOVE 1 TO finStat
                   ELSE
                       ADD fstat_nbParticipations TO nbPartForma
                   END-IF
           END-PERFORM
           CLOSE fstat
           .

      ******************************************************************
      *    Fonction parallele :
      *    Affiche une ligne du repertoire des formations (fonction
      *    annexe a afficheFormation)
      ******************************************************************
       afficherLigneFormation.
           DISPLAY "|------------------------------------|"
           DISPLAY "| Formation :                        |"
           DISPLAY "|   "formationCourante
           DISPLAY "| Nombre de membres actifs :         |"
           DISPLAY "|   "nbMembresForma
           DISPLAY "| Participations acceptees :         |"
           DISPLAY "|   "nbPartForma
           .

      *-----------------------------------------------------------------
      *    Procedure affichant le taux de remplissage et la demande de
      *    chaque evenement a venir (seuil, acceptes, en attente,
      *    refuses), puis le cumul par organisateur, afin de reperer
      *    les evenements sur- ou sous-dimensionnes. Le tout est
      *    egalement ajoute au rapport du jour (ouvrirRapport).
      *-----------------------------------------------------------------
       statOccupation.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|    REMPLISSAGE DES EVENEMENTS      |"
           DISPLAY "|------------------------------------|"
           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Remplissage des evenements du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               " " WS-CURRENT-HOURS ":" WS-CURRENT-MINUTE
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport

      * detail par evenement a venir
           OPEN INPUT fevenement
           MOVE 0 TO fin_boucle2
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ fevenement NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   PERFORM comparer_date
                   IF dateComparee NOT = 1 THEN
                       PERFORM compte_etats
                       IF fevent_seuil > 0 THEN
                           COMPUTE tauxRemplissage =
                               (nbAcceptes * 100) / fevent_seuil
                       ELSE
                           MOVE 0 TO tauxRemplissage
                       END-IF
                       DISPLAY "| Nom :"
                       DISPLAY "|   "fevent_nom
                       DISPLAY "| Seuil : "fevent_seuil
                       DISPLAY "| Acceptes : "nbAcceptes
                       DISPLAY "| En attente : "nbAttente
                       DISPLAY "| Refuses : "nbRefuses
                       DISPLAY "| Remplissage : "tauxRemplissage" %"
                       DISPLAY "|-----------------------------"
                       MOVE SPACE TO tamp_freport
                       STRING "  " fevent_nom
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                       MOVE SPACE TO tamp_freport
                       STRING "    Seuil : " fevent_seuil
                           " Acceptes : " nbAcceptes
                           " Attente : " nbAttente
                           " Refuses : " nbRefuses
                           " Taux : " tauxRemplissage " %"
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                   END-IF
           END-PERFORM
           CLOSE fevenement

      * cumul par organisateur : lecture des enregistrements de
      * categorie "O" entretenus au fil de l'eau (majStatistique),
      * sans limite sur le nombre d'organisateurs. Les cumuls portent
      * sur les evenements presents dans fevenement ; en cas de
      * doute, lancer la reconstruction depuis le menu archivage.
           DISPLAY "|____________________________________|"
           DISPLAY "|                                    |"
           DISPLAY "|      CUMUL PAR ORGANISATEUR        |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO nbOrgasVus
           OPEN INPUT fstat
           MOVE "O" TO fstat_categorie
           MOVE SPACE TO fstat_libelle
           MOVE 0 TO fstat_mois
           MOVE SPACE TO fstat_typeEvt
           MOVE 0 TO finStat
           START fstat, KEY IS >= fstat_cle
               INVALID KEY
                   MOVE 1 TO finStat
           END-START
           PERFORM WITH TEST AFTER UNTIL finStat = 1
               READ fstat NEXT
               AT END
                   MOVE 1 TO finStat
               NOT AT END
                   IF fstat_categorie NOT = "O" THEN
                       MOVE 1 TO finStat
                   ELSE
                       ADD 1 TO nbOrgasVus
                       IF fstat_totalSeuil > 0 THEN
                           COMPUTE tauxRemplissage =
                               (fstat_totalAcceptes * 100)
                               / fstat_totalSeuil
                       ELSE
                           MOVE 0 TO tauxRemplissage
                       END-IF
                       DISPLAY "| Organisateur :"
                       DISPLAY "|   "fstat_libelle
                       DISPLAY "| Evenements suivis : "fstat_nbEvents
                       DISPLAY "| Seuil cumule : "fstat_totalSeuil
                       DISPLAY "| Acceptes cumules : "
      -                    fstat_totalAcceptes
                       DISPLAY "| Remplissage : "tauxRemplissage" %"
                       DISPLAY "|-----------------------------"
                       MOVE SPACE TO tamp_freport
                       STRING "  Organisateur : " fstat_libelle
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                       MOVE SPACE TO tamp_freport
                       STRING "    Evenements : " fstat_nbEvents
                           " Seuil : " fstat_totalSeuil
                           " Acceptes : " fstat_totalAcceptes
                           " Taux : " tauxRemplissage " %"
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                   END-IF
           END-PERFORM
           CLOSE fstat
           IF nbOrgasVus = 0 THEN
               DISPLAY "| Aucun cumul : lancer la            |"
               DISPLAY "| reconstruction des statistiques    |"
           END-IF
           DISPLAY "|____________________________________|"
           CLOSE freport
           .

      ******************************************************************
      *    Fonction parallele :
      *    Compte les demandes acceptees, en attente et refusees pour
      *    l'evenement charge dans tamp_fevent (fonction annexe a
      *    statOccupation)
      ******************************************************************
       compte_etats.
           MOVE 0 TO nbAcceptes
           MOVE 0 TO nbAttente
           MOVE 0 TO nbRefuses
           MOVE 0 TO fin_boucle5
           OPEN INPUT fparticipant
           MOVE fevent_nom TO fpart_nomEvent
           START fparticipant, KEY IS = fpart_nomEvent
               INVALID KEY
                   MOVE 1 TO fin_boucle5
               NOT INVALID KEY
                   PERFORM WITH TEST AFTER UNTIL fin_boucle5 = 1
                       READ fparticipant NEXT
                       AT END
                           MOVE 1 TO fin_boucle5
                       NOT AT END
                           IF fpart_nomEvent NOT = fevent_nom THEN
                               MOVE 1 TO fin_boucle5
                           ELSE
      * presents et absents pointes restent des acceptes : la regle
      * est la meme que pour les cumuls statistiques
                               IF fpart_etat = "acceptee" OR
                                   fpart_etat = "presente" OR
                                   fpart_etat = "absente" THEN
                                   ADD 1 TO nbAcceptes
                               END-IF
                               IF fpart_etat = "attente" THEN
                                   ADD 1 TO nbAttente
                               END-IF
                               IF fpart_etat = "refusee" THEN
                                   ADD 1 TO nbRefuses
                               END-IF
                           END-IF
                   END-PERFORM
           END-START
           CLOSE fparticipant
           .

      *-----------------------------------------------------------------
      *    Procedure affichant la satisfaction des membres (avis donnes
      *    depuis "Mes evenements passes") : note moyenne et nombre de
      *    reponses par evenement archive, puis par organisateur et
      *    par type d'evenement. Le tout est egalement ajoute au
      *    rapport du jour (ouvrirRapport).
      *-----------------------------------------------------------------
       rapportAvis.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|    SATISFACTION DES EVENEMENTS     |"
           DISPLAY "|------------------------------------|"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Satisfaction des evenements du "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               " " WS-CURRENT-HOURS ":" WS-CURRENT-MINUTE
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport

      * detail par evenement archive ayant recu au moins un avis
           MOVE 0 TO nbEventsAvis
           OPEN INPUT fhistorique
           OPEN INPUT favis
           MOVE 0 TO fin_boucle2
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ fhistorique NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   PERFORM cumulerAvisEvent
                   IF nbAvisEvent > 0 THEN
                       ADD 1 TO nbEventsAvis
                       COMPUTE moyenneAvis ROUNDED =
                           sommeAvisEvent / nbAvisEvent
                       MOVE moyenneAvis TO affMoyenne
                       DISPLAY "| Evenement :"
                       DISPLAY "|   "fhisto_nom
                       DISPLAY "| Date : "fhisto_dateJour"/"
      -                    fhisto_dateMois"/"fhisto_dateAnnee
                       DISPLAY "| Note moyenne : "affMoyenne" / 5"
                       DISPLAY "| Reponses : "nbAvisEvent
                       DISPLAY "|-----------------------------"
                       MOVE SPACE TO tamp_freport
                       STRING "  " fhisto_nom " " fhisto_dateJour "/"
                           fhisto_dateMois "/" fhisto_dateAnnee
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                       MOVE SPACE TO tamp_freport
                       STRING "    Note moyenne : " affMoyenne
                           " Reponses : " nbAvisEvent
                           DELIMITED BY SIZE INTO tamp_freport
                       WRITE tamp_freport
                   END-IF
           END-PERFORM
           IF nbEventsAvis = 0 THEN
               DISPLAY "|                                    |"
               DISPLAY "|   Aucun avis enregistre            |"
           END-IF

      * cumul par organisateur puis par type, en parcourant
      * fhistorique sur la cle secondaire correspondante
           DISPLAY "|____________________________________|"
           DISPLAY "|                                    |"
           DISPLAY "|      CUMUL PAR ORGANISATEUR        |"
           DISPLAY "|------------------------------------|"
           MOVE "Organisateur" TO libelleGroupeAvis
           PERFORM cumulerGroupesAvis
           DISPLAY "|____________________________________|"
           DISPLAY "|                                    |"
           DISPLAY "|     CUMUL PAR TYPE D'EVENEMENT     |"
           DISPLAY "|------------------------------------|"
           MOVE "Type" TO libelleGroupeAvis
           PERFORM cumulerGroupesAvis
           DISPLAY "|____________________________________|"
           CLOSE favis
           CLOSE fhistorique
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Cumule les notes donnees sur l'evenement archive charge dans
      *    tamp_fhisto (favis ouvert par l'appelant)
      ******************************************************************
       cumulerAvisEvent.
           MOVE 0 TO nbAvisEvent
           MOVE 0 TO sommeAvisEvent
           MOVE fhisto_nom TO favis_nomEvent
           MOVE fhisto_dateJour TO favis_dateJour
           MOVE fhisto_dateMois TO favis_dateMois
           MOVE fhisto_dateAnnee TO favis_dateAnnee
           MOVE SPACE TO favis_login
           MOVE 0 TO fin_boucle8
           START favis, KEY IS >= favis_cle
               INVALID KEY
                   MOVE 1 TO fin_boucle8
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle8 = 1
               READ favis NEXT
               AT END
                   MOVE 1 TO fin_boucle8
               NOT AT END
                   IF favis_nomEvent NOT = fhisto_nom OR
                       favis_dateJour NOT = fhisto_dateJour OR
                       favis_dateMois NOT = fhisto_dateMois OR
                       favis_dateAnnee NOT = fhisto_dateAnnee THEN
                       MOVE 1 TO fin_boucle8
                   ELSE
                       ADD 1 TO nbAvisEvent
                       ADD favis_note TO sommeAvisEvent
                   END-IF
           END-PERFORM
           .

      ******************************************************************
      *    Fonction annexe :
      *    Parcourt fhistorique dans l'ordre de l'organisateur ou du
      *    type (selon libelleGroupeAvis) et affiche la note moyenne de
      *    chaque groupe a chaque changement de valeur (fonction
      *    annexe a rapportAvis)
      ******************************************************************
       cumulerGroupesAvis.
           MOVE SPACE TO groupeAvis
           MOVE 0 TO nbAvisGroupe
           MOVE 0 TO sommeAvisGroupe
           MOVE 0 TO fin_boucle2
           IF libelleGroupeAvis = "Organisateur" THEN
               MOVE SPACE TO fhisto_loginOrga
               START fhistorique, KEY IS >= fhisto_loginOrga
                   INVALID KEY
                       MOVE 1 TO fin_boucle2
               END-START
           ELSE
               MOVE SPACE TO fhisto_type
               START fhistorique, KEY IS >= fhisto_type
                   INVALID KEY
                       MOVE 1 TO fin_boucle2
               END-START
           END-IF
           PERFORM WITH TEST AFTER UNTIL fin_boucle2 = 1
               READ fhistorique NEXT
               AT END
                   MOVE 1 TO fin_boucle2
               NOT AT END
                   IF libelleGroupeAvis = "Organisateur" THEN
                       MOVE fhisto_loginOrga TO cleAvis
                   ELSE
                       MOVE fhisto_type TO cleAvis
                   END-IF
                   IF cleAvis NOT = groupeAvis THEN
                       PERFORM afficherGroupeAvis
                       MOVE cleAvis TO groupeAvis
                       MOVE 0 TO nbAvisGroupe
                       MOVE 0 TO sommeAvisGroupe
                   END-IF
                   PERFORM cumulerAvisEvent
                   ADD nbAvisEvent TO nbAvisGroupe
                   ADD sommeAvisEvent TO sommeAvisGroupe
           END-PERFORM
           PERFORM afficherGroupeAvis
           .

      ******************************************************************
      *    Fonction annexe :
      *    Affiche (et ecrit dans le rapport du jour) la note moyenne
      *    du groupe groupeAvis s'il a recu au moins un avis (fonction
      *    annexe a cumulerGroupesAvis)
      ******************************************************************
       afficherGroupeAvis.
           IF nbAvisGroupe > 0 THEN
               COMPUTE moyenneAvis ROUNDED =
                   sommeAvisGroupe / nbAvisGroupe
               MOVE moyenneAvis TO affMoyenne
               DISPLAY "| "libelleGroupeAvis" :"
               DISPLAY "|   "groupeAvis
               DISPLAY "| Note moyenne : "affMoyenne" / 5"
               DISPLAY "| Reponses : "nbAvisGroupe
               DISPLAY "|-----------------------------"
               MOVE SPACE TO tamp_freport
               STRING "  " libelleGroupeAvis " : " groupeAvis
                   DELIMITED BY SIZE INTO tamp_freport
               WRITE tamp_freport
               MOVE SPACE TO tamp_freport
               STRING "    Note moyenne : " affMoyenne
                   " Reponses : " nbAvisGroupe
                   DELIMITED BY SIZE INTO tamp_freport
               WRITE tamp_freport
           END-IF
           .

      *-----------------------------------------------------------------
      *    Menu de tresorerie (menu statistiques, administrateur) :
      *    remboursements dus a solder, caisse d'une journee (totaux
      *    par mode de paiement) et export delimite des mouvements de
      *    la journee pour le tableur du tresorier.
      *-----------------------------------------------------------------
       menuTresorerie.
           MOVE 9 TO choixTresorerie
           PERFORM WITH TEST AFTER UNTIL choixTresorerie = 0
               DISPLAY " ____________________________________"
               DISPLAY "|                                    |"
               DISPLAY "|            TRESORERIE              |"
               DISPLAY "|------------------------------------|"
               DISPLAY "|                                    |"
               DISPLAY "|  1 - Remboursements a effectuer    |"
               DISPLAY "|  2 - Caisse d'une journee          |"
               DISPLAY "|  3 - Export des mouvements         |"
               DISPLAY "|      d'une journee (tableur)       |"
               DISPLAY "|                                    |"
               DISPLAY "|------------------------------------|"
               DISPLAY "|                                    |"
               DISPLAY "|  0 - Revenir au menu precedent     |"
               DISPLAY "|____________________________________|"
               DISPLAY " "
               DISPLAY "Votre choix :"
               ACCEPT choixTresorerie

               IF choixTresorerie = 2 OR choixTresorerie = 3 THEN
                   PERFORM saisirDateCaisse
               END-IF
               EVALUATE choixTresorerie
               WHEN 1 PERFORM rembourserMouvement
               WHEN 2 PERFORM caisseJournaliere
               WHEN 3 PERFORM exporterTresorerie
               END-EVALUATE
           END-PERFORM
           .

      ******************************************************************
      *    Fonction annexe :
      *    Saisie de la journee de caisse (0 = aujourd'hui) dans
      *    caisseJour/caisseMois/caisseAnnee (fonction annexe a
      *    menuTresorerie)
      ******************************************************************
       saisirDateCaisse.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "Journee (0 pour aujourd'hui)"
           PERFORM WITH TEST AFTER UNTIL caisseJour <= 31
               DISPLAY "JOUR :"
               ACCEPT caisseJour
           END-PERFORM
           IF caisseJour = 0 THEN
               MOVE WS-CURRENT-DAY TO caisseJour
               MOVE WS-CURRENT-MONTH TO caisseMois
               MOVE WS-CURRENT-YEAR TO caisseAnnee
           ELSE
               PERFORM WITH TEST AFTER UNTIL
                   caisseMois > 0 AND caisseMois <= 12
                   DISPLAY "MOIS (entre 1 et 12) :"
                   ACCEPT caisseMois
               END-PERFORM
               DISPLAY "ANNEE :"
               ACCEPT caisseAnnee
           END-IF
           .

      *-----------------------------------------------------------------
      *    Procedure listant les remboursements dus non encore soldes
      *    et permettant d'en marquer un comme rembourse : un mouvement
      *    "R" est ajoute, le remboursement du est marque solde, le
      *    membre est prevenu et l'operation journalisee.
      *-----------------------------------------------------------------
       rembourserMouvement.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|     REMBOURSEMENTS A EFFECTUER     |"
           DISPLAY "|------------------------------------|"
           MOVE 0 TO nbRembDus
           MOVE 0 TO totalRembDus
           OPEN INPUT fmouvement
           MOVE 0 TO fin_boucle12
           PERFORM WITH TEST AFTER UNTIL fin_boucle12 = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle12
               NOT AT END
                   IF fmvt_type = "D" AND fmvt_rembourse = 0 THEN
                       ADD 1 TO nbRembDus
                       ADD fmvt_montant TO totalRembDus
                       MOVE fmvt_montant TO affMontant
                       DISPLAY "| No "fmvt_numero" du "fmvt_jour"/"
      -                    fmvt_mois"/"fmvt_annee
                       DISPLAY "|   "fmvt_login
                       DISPLAY "|   "fmvt_nomEvent
                       DISPLAY "|   "affMontant" euros ("fmvt_mode")"
                       DISPLAY "|-----------------------------"
                   END-IF
           END-PERFORM
           CLOSE fmouvement
           IF nbRembDus = 0 THEN
               DISPLAY "|                                    |"
               DISPLAY "|   Aucun remboursement en attente   |"
               DISPLAY "|____________________________________|"
           ELSE
               MOVE totalRembDus TO affTotal
               DISPLAY "| Total du : "affTotal" euros"
               DISPLAY "|____________________________________|"
               DISPLAY " "
               DISPLAY "Numero du remboursement effectue"
               DISPLAY "(0 pour revenir) :"
               ACCEPT numeroMvtChoisi
               IF numeroMvtChoisi NOT = 0 THEN
                   PERFORM solderRemboursement
               END-IF
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Solde le remboursement du numeroMvtChoisi (fonction annexe
      *    a rembourserMouvement)
      ******************************************************************
       solderRemboursement.
           MOVE 0 TO mvtLien
           OPEN INPUT fmouvement
           MOVE numeroMvtChoisi TO fmvt_numero
           READ fmouvement
               NOT INVALID KEY
                   IF fmvt_type = "D" AND fmvt_rembourse = 0 THEN
                       MOVE fmvt_numero TO mvtLien
                       MOVE fmvt_login TO mvtLogin
                       MOVE fmvt_nomEvent TO mvtNomEvent
                       MOVE fmvt_montant TO mvtMontant
                   END-IF
           END-READ
           CLOSE fmouvement
           IF mvtLien = 0 THEN
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|   /!\       ERREUR       /!\  |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|  Aucun remboursement du a ce  |"
               DISPLAY "|  numero                       |"
               DISPLAY "|_______________________________|"
           ELSE
               DISPLAY "Mode de remboursement (especes, virement...) :"
               ACCEPT mvtMode
               MOVE "R" TO typeMouvement
               PERFORM enregistrerMouvement
               OPEN I-O fmouvement
               MOVE mvtLien TO fmvt_numero
               READ fmouvement
                   NOT INVALID KEY
                       MOVE 1 TO fmvt_rembourse
                       MOVE numeroMouvement TO fmvt_numeroLie
                       REWRITE tamp_fmvt
               END-READ
               CLOSE fmouvement
               MOVE mvtMontant TO affMontant
               MOVE "remboursement" TO journalAction
               MOVE mvtNomEvent TO journalCible
               MOVE SPACE TO journalDetail
               STRING mvtLogin DELIMITED BY SPACE
                   " : " affMontant " euros (" mvtMode ")"
                   DELIMITED BY SIZE INTO journalDetail
               PERFORM ecrireJournal
               MOVE mvtLogin TO loginDestinataire
               MOVE SPACE TO texteMessage
               STRING "Remboursement effectue (" affMontant
                   " euros) : " mvtNomEvent
                   DELIMITED BY SIZE INTO texteMessage
               PERFORM envoyerMessage
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|          INFORMATION          |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|   Remboursement enregistre    |"
               DISPLAY "|_______________________________|"
           END-IF
           .

      *-----------------------------------------------------------------
      *    Caisse d'une journee (caisseJour/caisseMois/caisseAnnee) :
      *    total des paiements encaisses et des remboursements
      *    effectues pour chaque mode de paiement, puis solde de la
      *    journee et remboursements restant dus. Les modes sont pris
      *    dans l'ordre alphabetique par recherches successives du
      *    plus petit mode non encore traite. Le tout est egalement
      *    ajoute au rapport du jour (ouvrirRapport).
      *-----------------------------------------------------------------
       caisseJournaliere.
           DISPLAY " ____________________________________"
           DISPLAY "|                                    |"
           DISPLAY "|          CAISSE DU JOUR            |"
           DISPLAY "|------------------------------------|"
           DISPLAY "| Journee du "caisseJour"/"caisseMois"/"caisseAnnee
           PERFORM ouvrirRapport
           MOVE SPACE TO tamp_freport
           STRING "Caisse du " caisseJour "/" caisseMois "/"
               caisseAnnee DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           MOVE 0 TO totalPaiementsCaisse
           MOVE 0 TO totalRembCaisse
           MOVE LOW-VALUE TO dernierModeCaisse
           OPEN INPUT fmouvement
           MOVE 0 TO finCaisse
           PERFORM WITH TEST AFTER UNTIL finCaisse = 1
      * recherche du plus petit mode restant a totaliser
               MOVE HIGH-VALUE TO modeCaisse
               MOVE 0 TO fmvt_numero
               MOVE 0 TO fin_boucle12
               START fmouvement, KEY IS >= fmvt_numero
                   INVALID KEY
                       MOVE 1 TO fin_boucle12
               END-START
               PERFORM WITH TEST AFTER UNTIL fin_boucle12 = 1
                   READ fmouvement NEXT
                   AT END
                       MOVE 1 TO fin_boucle12
                   NOT AT END
                       IF fmvt_jour = caisseJour AND
                           fmvt_mois = caisseMois AND
                           fmvt_annee = caisseAnnee AND
                           (fmvt_type = "P" OR fmvt_type = "R") AND
                           fmvt_mode > dernierModeCaisse AND
                           fmvt_mode < modeCaisse THEN
                           MOVE fmvt_mode TO modeCaisse
                       END-IF
               END-PERFORM
               IF modeCaisse = HIGH-VALUE THEN
                   MOVE 1 TO finCaisse
               ELSE
                   PERFORM totaliserModeCaisse
                   MOVE modeCaisse TO dernierModeCaisse
               END-IF
           END-PERFORM

      * remboursements restant dus, toutes dates confondues
           MOVE 0 TO nbRembDus
           MOVE 0 TO totalRembDus
           MOVE 0 TO fmvt_numero
           MOVE 0 TO fin_boucle12
           START fmouvement, KEY IS >= fmvt_numero
               INVALID KEY
                   MOVE 1 TO fin_boucle12
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle12 = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle12
               NOT AT END
                   IF fmvt_type = "D" AND fmvt_rembourse = 0 THEN
                       ADD 1 TO nbRembDus
                       ADD fmvt_montant TO totalRembDus
                   END-IF
           END-PERFORM
           CLOSE fmouvement

           COMPUTE soldeCaisse = totalPaiementsCaisse - totalRembCaisse
           DISPLAY "|------------------------------------|"
           MOVE totalPaiementsCaisse TO affTotal
           DISPLAY "| Total encaisse  : "affTotal" euros"
           MOVE totalRembCaisse TO affTotal
           DISPLAY "| Total rembourse : "affTotal" euros"
           MOVE soldeCaisse TO affSolde
           DISPLAY "| Solde du jour   : "affSolde" euros"
           MOVE totalRembDus TO affTotal
           DISPLAY "| Restant du : "nbRembDus" remboursement(s)"
           DISPLAY "|   soit "affTotal" euros"
           DISPLAY "|____________________________________|"
           MOVE SPACE TO tamp_freport
           MOVE totalPaiementsCaisse TO affTotal
           STRING "  Total encaisse : " affTotal
                   " Solde : " affSolde
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           MOVE SPACE TO tamp_freport
           MOVE totalRembDus TO affTotal
           STRING "  Remboursements restant dus : " nbRembDus
               " pour " affTotal " euros"
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           CLOSE freport
           .

      ******************************************************************
      *    Fonction annexe :
      *    Totalise les paiements et remboursements de la journee de
      *    caisse pour le mode modeCaisse, l'affiche et l'ecrit dans
      *    le rapport (fonction annexe a caisseJournaliere)
      ******************************************************************
       totaliserModeCaisse.
           MOVE 0 TO totalPaiementsMode
           MOVE 0 TO totalRembMode
           MOVE 0 TO fmvt_numero
           MOVE 0 TO fin_boucle12
           START fmouvement, KEY IS >= fmvt_numero
               INVALID KEY
                   MOVE 1 TO fin_boucle12
           END-START
           PERFORM WITH TEST AFTER UNTIL fin_boucle12 = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle12
               NOT AT END
                   IF fmvt_jour = caisseJour AND
                       fmvt_mois = caisseMois AND
                       fmvt_annee = caisseAnnee AND
                       fmvt_mode = modeCaisse THEN
                       IF fmvt_type = "P" THEN
                           ADD fmvt_montant TO totalPaiementsMode
                       END-IF
                       IF fmvt_type = "R" THEN
                           ADD fmvt_montant TO totalRembMode
                       END-IF
                   END-IF
           END-PERFORM
           ADD totalPaiementsMode TO totalPaiementsCaisse
           ADD totalRembMode TO totalRembCaisse
           MOVE totalPaiementsMode TO affMontantCaisse
           MOVE totalRembMode TO affTotal
           DISPLAY "| Mode : "modeCaisse
           DISPLAY "|   encaisse  : "affMontantCaisse" euros"
           DISPLAY "|   rembourse : "affTotal" euros"
           MOVE SPACE TO tamp_freport
           STRING "  Mode " modeCaisse " : encaisse " affMontantCaisse
               " rembourse " affTotal
               DELIMITED BY SIZE INTO tamp_freport
           WRITE tamp_freport
           .

      *-----------------------------------------------------------------
      *    Export des mouvements de la journee de caisse dans un
      *    fichier delimite par ";" (tresorerie_AAAAMMJJ.csv), une
      *    ligne par mouvement precedee d'une ligne d'en-tete, pour le
      *    tableur de comptabilite de l'association.
      *-----------------------------------------------------------------
       exporterTresorerie.
           MOVE SPACE TO nomExport
           STRING "tresorerie_" caisseAnnee caisseMois caisseJour
               ".csv" DELIMITED BY SIZE INTO nomExport
           MOVE 0 TO nbMvtExportes
           OPEN OUTPUT fexport
           MOVE "numero;date;type;login;evenement;montant;mode"
               TO tamp_fexport
           WRITE tamp_fexport
           OPEN INPUT fmouvement
           MOVE 0 TO fin_boucle12
           PERFORM WITH TEST AFTER UNTIL fin_boucle12 = 1
               READ fmouvement NEXT
               AT END
                   MOVE 1 TO fin_boucle12
               NOT AT END
                   IF fmvt_jour = caisseJour AND
                       fmvt_mois = caisseMois AND
                       fmvt_annee = caisseAnnee THEN
                       EVALUATE fmvt_type
                       WHEN "P"
                           MOVE "paiement" TO libelleMouvement
                       WHEN "D"
                           MOVE "remboursement du" TO libelleMouvement
                       WHEN OTHER
                           MOVE "rembourse" TO libelleMouvement
                       END-EVALUATE
                       MOVE fmvt_montant TO affMontant
      * le ";" est reserve au separateur du fichier delimite : le nom
      * d'evenement et le mode saisi librement sont nettoyes
                       MOVE fmvt_nomEvent TO nomCsv
                       INSPECT nomCsv REPLACING ALL ";" BY ","
                       MOVE fmvt_mode TO modeCsv
                       INSPECT modeCsv REPLACING ALL ";" BY ","
                       MOVE SPACE TO tamp_fexport
                       STRING fmvt_numero ";" fmvt_jour "/" fmvt_mois
                           "/" fmvt_annee ";" DELIMITED BY SIZE
                           libelleMouvement DELIMITED BY "  "
                           ";" DELIMITED BY SIZE
                           fmvt_login DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           nomCsv DELIMITED BY "  "
                           ";" affMontant ";" DELIMITED BY SIZE
                           modeCsv DELIMITED BY SPACE
                           INTO tamp_fexport
                       WRITE tamp_fexport
                       ADD 1 TO nbMvtExportes
                   END-IF
           END-PERFORM
           CLOSE fmouvement
           CLOSE fexport
           DISPLAY "Mouvements exportes : "nbMvtExportes
           DISPLAY "Fichier : "nomExport
           .

      ******************************************************************
      *    Fonction parallele :
      *    Lit les parametres du site (fparametre, cle "SITE") et les
      *    recopie dans les zones de travail utilisees par les
      *    traitements. A la premiere execution l'enregistrement est
      *    cree avec les valeurs par defaut.
      ******************************************************************
       chargerParametres.
           OPEN I-O fparametre
           MOVE "SITE" TO fparam_cle
           READ fparametre
               INVALID KEY
                   MOVE "SITE" TO fparam_cle
                   MOVE 18 TO fparam_ageMajorite
                   MOVE 3 TO fparam_seuilVerrou
                   MOVE 1 TO fparam_dureeVerrou
                   MOVE 12 TO fparam_moisAbsence
                   MOVE 3 TO fparam_seuilAbsence
                   MOVE 2 TO fparam_delaiRappel
                   MOVE 7 TO fparam_delaiRelance
                   MOVE 24 TO fparam_conservCompte
                   MOVE 6 TO fparam_conservMessage
                   MOVE 3 TO fparam_conservJournal
                   MOVE "rapport_" TO fparam_prefixeRapport
                   WRITE tamp_fparam
                   END-WRITE
           END-READ
           CLOSE fparametre
           MOVE fparam_ageMajorite TO ageMajorite
           MOVE fparam_seuilVerrou TO seuilVerrou
           MOVE fparam_dureeVerrou TO dureeVerrou
           MOVE fparam_moisAbsence TO moisAbsence
           MOVE fparam_seuilAbsence TO seuilAbsenceDefaut
           MOVE fparam_delaiRappel TO delaiRappel
           MOVE fparam_delaiRelance TO delaiRelanceAttente
           MOVE fparam_conservCompte TO conservCompte
           MOVE fparam_conservMessage TO conservMessage
           MOVE fparam_conservJournal TO conservJournal
           MOVE fparam_prefixeRapport TO prefixeRapport
           .

      *-----------------------------------------------------------------
      *    Procedure de consultation et de modification des parametres
      *    du site (menu exploitation, reserve a l'administrateur).
      *    Chaque modification est enregistree aussitot, prise en
      *    compte sans relancer l'application et tracee dans le
      *    journal avec l'ancienne et la nouvelle valeur.
      *-----------------------------------------------------------------
       gererParametres.
           MOVE 99 TO choixParametre
           PERFORM WITH TEST AFTER UNTIL choixParametre = 0
               OPEN INPUT fparametre
               MOVE "SITE" TO fparam_cle
               READ fparametre
                   INVALID KEY
                       DISPLAY "Parametres du site illisibles"
               END-READ
               CLOSE fparametre
               DISPLAY " ____________________________________"
               DISPLAY "|                                    |"
               DISPLAY "|        PARAMETRES DU SITE          |"
               DISPLAY "|------------------------------------|"
               DISPLAY "|  1 - Age de la majorite    : "
      -            fparam_ageMajorite" ans"
               DISPLAY "|  2 - Echecs avant verrou   : "
      -            fparam_seuilVerrou
               DISPLAY "|  3 - Duree du verrou       : "
      -            fparam_dureeVerrou" jour(s)"
               DISPLAY "|  4 - Fenetre des absences  : "
      -            fparam_moisAbsence" mois"
               DISPLAY "|  5 - Seuil d'absences      : "
      -            fparam_seuilAbsence
               DISPLAY "|  6 - Rappel avant evenement: "
      -            fparam_delaiRappel" jour(s)"
               DISPLAY "|  7 - Relance demande en    : "
      -            fparam_delaiRelance" jour(s)"
               DISPLAY "|      attente apres"
               DISPLAY "|  8 - Conservation comptes  : "
      -            fparam_conservCompte" mois"
               DISPLAY "|      desactives"
               DISPLAY "|  9 - Conservation messages : "
      -            fparam_conservMessage" mois"
               DISPLAY "|      lus"
               DISPLAY "| 10 - Conservation journal  : "
      -            fparam_conservJournal" an(s)"
               DISPLAY "| 11 - Nom du rapport du jour: "
      -            fparam_prefixeRapport
               DISPLAY "|      (suivi de AAAAMMJJ.txt)"
               DISPLAY "|------------------------------------|"
               DISPLAY "|                                    |"
               DISPLAY "|  0 - Revenir au menu precedent     |"
               DISPLAY "|____________________________________|"
               DISPLAY " "
               DISPLAY "Parametre a modifier :"
               ACCEPT choixParametre
               IF choixParametre > 0 AND choixParametre <= 11 THEN
                   PERFORM modifierParametre
               END-IF
           END-PERFORM
           .

      ******************************************************************
      *    Fonction annexe :
      *    Modifie le parametre choixParametre, reecrit
      *    l'enregistrement, journalise l'ancienne et la nouvelle
      *    valeur et applique le changement (fonction annexe a
      *    gererParametres)
      ******************************************************************
       modifierParametre.
           OPEN I-O fparametre
           MOVE "SITE" TO fparam_cle
           READ fparametre
               INVALID KEY
                   DISPLAY "Parametres du site illisibles"
           END-READ
           MOVE 99 TO maxParam
           EVALUATE choixParametre
           WHEN 1
               MOVE "age de majorite" TO libelleParam
               MOVE fparam_ageMajorite TO ancienneValeurParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_ageMajorite
           WHEN 2
               MOVE "echecs avant verrou" TO libelleParam
               MOVE fparam_seuilVerrou TO ancienneValeurParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_seuilVerrou
           WHEN 3
               MOVE "duree du verrou (jours)" TO libelleParam
               MOVE fparam_dureeVerrou TO ancienneValeurParam
               MOVE 999 TO maxParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_dureeVerrou
           WHEN 4
               MOVE "fenetre absences (mois)" TO libelleParam
               MOVE fparam_moisAbsence TO ancienneValeurParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_moisAbsence
           WHEN 5
               MOVE "seuil d'absences" TO libelleParam
               MOVE fparam_seuilAbsence TO ancienneValeurParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_seuilAbsence
           WHEN 6
               MOVE "rappel avant evenement" TO libelleParam
               MOVE fparam_delaiRappel TO ancienneValeurParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_delaiRappel
           WHEN 7
               MOVE "relance attente (jours)" TO libelleParam
               MOVE fparam_delaiRelance TO ancienneValeurParam
               MOVE 999 TO maxParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_delaiRelance
           WHEN 8
               MOVE "conservation comptes (mois)" TO libelleParam
               MOVE fparam_conservCompte TO ancienneValeurParam
               MOVE 999 TO maxParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_conservCompte
           WHEN 9
               MOVE "conservation messages (mois)" TO libelleParam
               MOVE fparam_conservMessage TO ancienneValeurParam
               MOVE 999 TO maxParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_conservMessage
           WHEN 10
               MOVE "conservation journal (ans)" TO libelleParam
               MOVE fparam_conservJournal TO ancienneValeurParam
               PERFORM saisirValeurParametre
               MOVE valeurParam TO fparam_conservJournal
           WHEN 11
               MOVE "nom du rapport" TO libelleParam
               MOVE SPACE TO nouveauPrefixe
               PERFORM WITH TEST AFTER UNTIL nouveauPrefixe NOT = SPACE
                   DISPLAY "Nouveau debut du nom du rapport (sans"
                   DISPLAY "espace, par exemple rapport_) :"
                   ACCEPT nouveauPrefixe
               END-PERFORM
           END-EVALUATE

           MOVE "parametre" TO journalAction
           MOVE libelleParam TO journalCible
           MOVE SPACE TO journalDetail
           IF choixParametre = 11 THEN
               STRING "nom du rapport : " DELIMITED BY SIZE
                   fparam_prefixeRapport DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   nouveauPrefixe DELIMITED BY SPACE
                   INTO journalDetail
               MOVE nouveauPrefixe TO fparam_prefixeRapport
           ELSE
               STRING libelleParam DELIMITED BY "  "
                   " : " ancienneValeurParam " -> " valeurParam
                   DELIMITED BY SIZE INTO journalDetail
           END-IF
           REWRITE tamp_fparam
           CLOSE fparametre
           IF cr_fparam = 00 THEN
               PERFORM ecrireJournal
               PERFORM chargerParametres
               DISPLAY " _______________________________ "
               DISPLAY "|                               |"
               DISPLAY "|          INFORMATION          |"
               DISPLAY "|_______________________________|"
               DISPLAY "|                               |"
               DISPLAY "|   Parametre enregistre        |"
               DISPLAY "|_______________________________|"
           ELSE
               DISPLAY "Echec de l'enregistrement : "cr_fparam
           END-IF
           .

      ******************************************************************
      *    Fonction annexe :
      *    Saisie d'une valeur numerique de parametre entre 1 et
      *    maxParam dans valeurParam (fonction annexe a
      *    modifierParametre)
      ******************************************************************
       saisirValeurParametre.
           DISPLAY "Valeur actuelle : "ancienneValeurParam
           PERFORM WITH TEST AFTER UNTIL
               valeurParam > 0 AND valeurParam <= maxParam
               DISPLAY "Nouvelle valeur (entre 1 et "maxParam") :"
               ACCEPT valeurParam
           END-PERFORM
           .

      *-----------------------------------------------------------------
           MOVE "0635451225" TO futil_tel
           MOVE 1 TO futil_type
           MOVE 0 TO futil_statut
           MOVE 0 TO futil_desactJour
           MOVE 0 TO futil_desactMois
           MOVE 0 TO futil_desactAnnee
           MOVE "MIAGE" TO futil_formation
           MOVE 14 TO futil_naissanceJour
           MOVE 06 TO futil_naissanceMois
            MOVE "0670029252" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "IFSI" TO futil_formation
            MOVE 26 TO futil_naissanceJour
            MOVE 09 TO futil_naissanceMois
            MOVE "0789654111" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "Commerce" TO futil_formation
            MOVE 25 TO futil_naissanceJour
            MOVE 12 TO futil_naissanceMois
            MOVE "0632154569" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "art" TO futil_formation
            MOVE 02 TO futil_naissanceJour
            MOVE 10 TO futil_naissanceMois
            MOVE "0745197635" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "MIAGE" TO futil_formation
            MOVE 21 TO futil_naissanceJour
            MOVE 12 TO futil_naissanceMois
            MOVE "0645879311" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "IFSI" TO futil_formation
            MOVE 23 TO futil_naissanceJour
            MOVE 04 TO futil_naissanceMois
            MOVE "0785460116" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "Commerce" TO futil_formation
            MOVE 28 TO futil_naissanceJour
            MOVE 03 TO futil_naissanceMois
            MOVE "0725242923" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "art" TO futil_formation
            MOVE 08 TO futil_naissanceJour
            MOVE 08 TO futil_naissanceMois
            MOVE "0732405887" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "IFSI" TO futil_formation
            MOVE 30 TO futil_naissanceJour
            MOVE 06 TO futil_naissanceMois
            MOVE "0721723429" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "Commerce" TO futil_formation
            MOVE 10 TO futil_naissanceJour
            MOVE 10 TO futil_naissanceMois
            MOVE "0724433573" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "Commerce" TO futil_formation
            MOVE 11 TO futil_naissanceJour
            MOVE 02 TO futil_naissanceMois
            MOVE "0711976890" TO futil_tel
            MOVE 0 TO futil_type
            MOVE 0 TO futil_statut
            MOVE 0 TO futil_desactJour
            MOVE 0 TO futil_desactMois
            MOVE 0 TO futil_desactAnnee
            MOVE "art" TO futil_formation
            MOVE 19 TO futil_naissanceJour
            MOVE 11 TO futil_naissanceMois
