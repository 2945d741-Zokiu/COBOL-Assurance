      *                 des sinistres, d'apres la reference des
      *                 devises devises-assurances.dat, comme pour
      *                 les primes (meme regle qu'ASSURFACT).
      * 2026-10-15  TD  Contrat resilie en cours de periode : un
      *                 sinistre survenu avant la date d'effet de la
      *                 resiliation reste couvert et est accepte.
      * 2026-10-15  TD  Cycle de vie des sinistres : le flux porte un
      *                 type de mouvement (OU ouverture, AR ajustement
      *                 de reserve, RP reglement partiel, RF reglement
      *                 final, RE reouverture) et sa date. Le registre
      *                 (copybook SINREC) gagne le statut et la date
      *                 de cloture ; chaque mouvement accepte est
      *                 ajoute a l'historique cumulatif
      *                 historique-sinistres.dat (SMVREC) au lieu
      *                 d'ecraser le precedent. Les reglements du jour
      *                 partent dans un extrait pour la banque et le
      *                 bordereau mensuel des sinistres donne par
      *                 sinistre reserve d'ouverture, reglements,
      *                 variation et reserve de cloture. Parametre
      *                 DATE=AAAAMMJJ comme AssurMaj.
      * 2026-10-15  TD  Registre des sinistres illisible a l'ouverture
      *                 (notamment registre a l'ancien format, sans
      *                 statut ni date de cloture) : arret avec code
      *                 retour 8 au lieu d'un traitement a vide. Mode
      *                 CONVERSION (1er parametre) : conversion
      *                 ponctuelle du registre a l'ancien format vers
      *                 sinistres-idx-nouveau.dat, statut deduit de la
      *                 reserve restant a payer, date de cloture a
      *                 zero ; l'exploitation renomme ensuite le
      *                 nouveau registre en sinistres-idx.dat.
      * 2026-10-15  TD  Date de mouvement controlee au calendrier
      *                 (R019 pour un 31 avril ou un 29 fevrier hors
      *                 annee bissextile).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       RECORD KEY IS SIN-NUM-SINISTRE
       FILE STATUS IS WS-STATUT-SIN-IDX.

      *Registre des sinistres a l'ancien format (mode CONVERSION)
       SELECT FICHIER-SINISTRES-ANCIEN ASSIGN
                       TO DYNAMIC WS-FICHIER-SIN-ANCIEN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ANC-NUM-SINISTRE
       FILE STATUS IS WS-STATUT-SIN-ANC.

      *Fichier des rejets de sinistres (format commun RJTREC)
       SELECT FICHIER-REJETS ASSIGN TO DYNAMIC WS-FICHIER-REJETS
       ORGANIZATION IS LINE SEQUENTIAL.
                       TO DYNAMIC WS-FICHIER-SINISTRALITE
       ORGANIZATION IS LINE SEQUENTIAL.

      *Historique cumulatif des mouvements de sinistres (jamais
      *ecrase)
       SELECT FICHIER-HISTO-SINISTRES ASSIGN
                       TO DYNAMIC WS-FICHIER-HISTO-SIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-HISTO-SIN.

      *Extrait des reglements de sinistres a transmettre a la banque
       SELECT FICHIER-REGLEMENTS ASSIGN
                       TO DYNAMIC WS-FICHIER-REGLEMENTS
       ORGANIZATION IS LINE SEQUENTIAL.

      *Bordereau mensuel des sinistres
       SELECT FICHIER-BORDEREAU ASSIGN
                       TO DYNAMIC WS-FICHIER-BORDEREAU
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD FICHIER-SINISTRES-FLUX.
           01 F-LIGNE-SINISTRE         PIC X(100).

       FD FICHIER-ASSURANCE-IDX.
      * COPY IDXREC.CPY fournit IDX-ENREGISTREMENT.
           COPY IDXREC.

       FD FICHIER-SINISTRES-IDX.
      * COPY SINREC.CPY fournit SIN-ENREGISTREMENT.
           COPY SINREC.

      *Ancien format du registre (128 caracteres), avant l'ajout du
      *statut et de la date de cloture.
       FD FICHIER-SINISTRES-ANCIEN.
           01 ANC-ENREGISTREMENT.
               05 ANC-NUM-SINISTRE     PIC X(10).
               05 ANC-CODE-CONTRAT     PIC 9(8).
               05 ANC-DATE-SURVENANCE  PIC 9(8).
               05 ANC-RESERVE          PIC 9(9)v9(2).
               05 ANC-REGLE            PIC 9(9)v9(2).
               05 ANC-DEVISE           PIC X(3).
               05 ANC-RESERVE-EUR      PIC 9(9)v9(2).
               05 ANC-REGLE-EUR        PIC 9(9)v9(2).
               05 ANC-NOM-PRODUIT      PIC X(14).
               05 ANC-NOM-CLIENT       PIC X(41).

       FD FICHIER-HISTO-SINISTRES.
      * COPY SMVREC.CPY fournit SMV-LIGNE.
           COPY SMVREC.

       FD FICHIER-REGLEMENTS.
           01 F-LIGNE-REGLEMENT        PIC X(132).

       FD FICHIER-BORDEREAU.
           01 F-LIGNE-BORDEREAU        PIC X(132).

       FD FICHIER-REJETS.
      * COPY RJTREC.CPY fournit REJ-ENREGISTREMENT.
       77  WS-NB-CHARGES      PIC 9(5)   VALUE ZERO.
       77  WS-NB-MAJ          PIC 9(5)   VALUE ZERO.
       77  WS-NB-REJETS       PIC 9(5)   VALUE ZERO.
       77  WS-NB-CLOTURES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-REOUVERTS    PIC 9(5)   VALUE ZERO.
       77  WS-NB-REGLEMENTS   PIC 9(5)   VALUE ZERO.
       77  WS-NB-BORDEREAU    PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

       01  WS-SWITCH-CONVERSION      PIC X   VALUE "N".
           88 WS-MODE-CONVERSION             VALUE "O".
           88 WS-MODE-NORMAL                 VALUE "N".

      *----------------------------------------------------------------
      * Table des taux de change (copybook commun au lot Assurances)
      *----------------------------------------------------------------
      *avec les dates du fichier maitre.
       01  WS-SIN-DATE-SURV-TXT      PIC X(10).

      *----------------------------------------------------------------
      * Mouvement de sinistre en cours : type (OU, AR, RP, RF, RE ; a
      * blanc pour l'ancien format du flux), date du mouvement,
      * reserve avant mouvement et montant regle par le mouvement
      *----------------------------------------------------------------
       01  WS-SIN-TYPE-MVT           PIC X(2).
           88 WS-MVT-OUVERTURE               VALUE "OU".
           88 WS-MVT-AJUSTEMENT              VALUE "AR".
           88 WS-MVT-REGLEMENT-PARTIEL       VALUE "RP".
           88 WS-MVT-REGLEMENT-FINAL         VALUE "RF".
           88 WS-MVT-REOUVERTURE             VALUE "RE".
           88 WS-MVT-ANCIEN-FORMAT           VALUE SPACES.
       77  WS-SIN-DATE-MVT           PIC 9(8)      VALUE ZERO.
       77  WS-SIN-RESERVE-AVANT      PIC 9(9)v9(2) VALUE ZERO.
       77  WS-SIN-RESERVE-AV-EUR     PIC 9(9)v9(2) VALUE ZERO.

       01  WS-SWITCH-SIN-CONNU       PIC X   VALUE "N".
           88 WS-SINISTRE-CONNU              VALUE "O".
           88 WS-SINISTRE-NOUVEAU            VALUE "N".

      *----------------------------------------------------------------
      * Zones de decoupage des lignes delimitees
      *----------------------------------------------------------------
       01  WS-CSV-ZONE-4             PIC X(20).
       01  WS-CSV-ZONE-5             PIC X(20).
       01  WS-CSV-ZONE-6             PIC X(20).
       01  WS-CSV-ZONE-7             PIC X(20).
       01  WS-CSV-ZONE-8             PIC X(20).

      *----------------------------------------------------------------
      * Bordereau mensuel des sinistres : mouvements du mois et
      * mouvements posterieurs au mois cumules par sinistre depuis
      * l'historique, pour remonter de la reserve du registre a la
      * reserve de cloture puis a la reserve d'ouverture du mois
      *----------------------------------------------------------------
       01  WS-TABLE-BORDEREAU.
           05 WS-BDX-ENTREE OCCURS 5000 TIMES.
              10 WS-BDX-SINISTRE      PIC X(10).
              10 WS-BDX-NB-MVT        PIC 9(4).
              10 WS-BDX-VAR-MOIS      PIC S9(10)v9(2).
              10 WS-BDX-VAR-MOIS-EUR  PIC S9(10)v9(2).
              10 WS-BDX-REGLE-MOIS    PIC 9(10)v9(2).
              10 WS-BDX-REGLE-MOIS-EUR PIC 9(10)v9(2).
              10 WS-BDX-VAR-APRES     PIC S9(10)v9(2).
              10 WS-BDX-VAR-APRES-EUR PIC S9(10)v9(2).

       77  WS-NB-BDX          PIC 9(4)   VALUE ZERO.
       77  WS-IDX-BDX         PIC 9(4)   VALUE ZERO.
       77  WS-CPT-BDX         PIC 9(4)   VALUE ZERO.
       77  WS-NB-BDX-PERDUS   PIC 9(5)   VALUE ZERO.

       01  WS-MOIS-BORDEREAU         PIC 9(6).

       77  WS-BDX-OUVERTURE      PIC S9(10)v9(2) VALUE ZERO.
       77  WS-BDX-CLOTURE        PIC S9(10)v9(2) VALUE ZERO.
       77  WS-BDX-OUVERTURE-EUR  PIC S9(10)v9(2) VALUE ZERO.
       77  WS-BDX-CLOTURE-EUR    PIC S9(10)v9(2) VALUE ZERO.
       77  WS-TOT-OUVERTURE-EUR  PIC S9(12)v9(2) VALUE ZERO.
       77  WS-TOT-REGLE-EUR      PIC S9(12)v9(2) VALUE ZERO.
       77  WS-TOT-VARIATION-EUR  PIC S9(12)v9(2) VALUE ZERO.
       77  WS-TOT-CLOTURE-EUR    PIC S9(12)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Sinistralite par produit : primes EUR du portefeuille et
       01  WS-PARM-1                  PIC X(60).
       01  WS-PARM-2                  PIC X(10).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       01  WS-FICHIER-FLUX            PIC X(60) VALUE SPACES.
       01  WS-FICHIER-IDX             PIC X(60) VALUE
                                       "assurances-idx.dat".
       01  WS-FICHIER-SIN-IDX         PIC X(60) VALUE
                                       "sinistres-idx.dat".
       01  WS-FICHIER-SIN-ANCIEN      PIC X(60) VALUE
                                       "sinistres-idx.dat".
       01  WS-FICHIER-REJETS          PIC X(60) VALUE SPACES.
       01  WS-FICHIER-TAUX-IN         PIC X(60) VALUE
                                       "taux-change.csv".
       01  WS-FICHIER-SINISTRALITE    PIC X(60) VALUE SPACES.
       01  WS-FICHIER-HISTO-SIN       PIC X(60) VALUE
                                       "historique-sinistres.dat".
       01  WS-FICHIER-REGLEMENTS      PIC X(60) VALUE SPACES.
       01  WS-FICHIER-BORDEREAU       PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL        PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       77  WS-STATUT-FLUX             PIC X(2).
       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-SIN-IDX          PIC X(2).
       77  WS-STATUT-SIN-ANC          PIC X(2).
       77  WS-STATUT-TAUX             PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).
       77  WS-STATUT-HISTO-SIN        PIC X(2).

      *----------------------------------------------------------------
      * Zones editees pour le rapport de sinistralite
       77  WS-CHARGE-ED              PIC Z(11)9.99.
       77  WS-RATIO-ED               PIC ZZZZ9.99.

      *----------------------------------------------------------------
      * Zones editees de l'extrait des reglements et du bordereau
      *----------------------------------------------------------------
       77  WS-REGLEMENT-ED           PIC ZZZZZZZZ9.99.
       77  WS-REGLEMENT-EUR-ED       PIC ZZZZZZZZ9.99.
       77  WS-BDX-OUVERTURE-ED       PIC -(10)9.99.
       77  WS-BDX-REGLE-ED           PIC -(10)9.99.
       77  WS-BDX-VARIATION-ED       PIC -(10)9.99.
       77  WS-BDX-CLOTURE-ED         PIC -(10)9.99.


       PROCEDURE DIVISION.

       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       IF WS-MODE-CONVERSION
           PERFORM 0080-CONVERSION-REGISTRE-DEBUT
              THRU 0080-CONVERSION-REGISTRE-FIN
           PERFORM 0900-JOURNAL-DEBUT
              THRU 0900-JOURNAL-FIN
           STOP RUN
       END-IF.

       PERFORM 0045-CHARGEMENT-DEVISES-DEBUT
          THRU 0045-CHARGEMENT-DEVISES-FIN.

       PERFORM 0500-RAPPORT-SP-DEBUT
          THRU 0500-RAPPORT-SP-FIN.

       PERFORM 0600-BORDEREAU-DEBUT
          THRU 0600-BORDEREAU-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : nom du flux des
      *sinistres (par defaut sinistres-assurances.dat), ou mot
      *CONVERSION pour la conversion du registre a l'ancien format.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.
       MOVE SPACES TO WS-PARM-2.

           MOVE WS-PARM-1 TO WS-FICHIER-FLUX
       END-IF.

      *En conversion, le registre converti est ecrit a cote de
      *l'ancien ; le journal trace l'ancien registre en entree.

       IF WS-PARM-1 = "CONVERSION"
           SET WS-MODE-CONVERSION TO TRUE
           MOVE WS-FICHIER-SIN-ANCIEN TO WS-FICHIER-FLUX
           MOVE "sinistres-idx-nouveau.dat" TO WS-FICHIER-SIN-IDX
       END-IF.

      *Les fichiers de sortie sont horodates avec la date du jour pour
      *ne jamais ecraser ceux de la veille. La date comptable
      *explicite (DATE=AAAAMMJJ) prime sur la date systeme. Le
      *bordereau est mensuel : il est refait a chaque execution du
      *mois et la derniere du mois fait foi.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-BORDEREAU.

       STRING "rejets-sinistres-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-REJETS.
       STRING "sinistralite-assurances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-SINISTRALITE.

       STRING "reglements-sinistres-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-REGLEMENTS.

       STRING "bordereau-sinistres-" WS-MOIS-BORDEREAU ".dat"
           INTO WS-FICHIER-BORDEREAU.

       ACCEPT WS-DHS-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-DHS-HEURE FROM TIME.

       EXIT.


      *-----------------------------------------------

       0005-DATE-COMPTABLE-DEBUT.

      *Extraction du parametre DATE=AAAAMMJJ (date comptable) de la
      *ligne de commande avant son decoupage : le jeton est efface de
      *la ligne, ou qu'il se trouve, pour que les parametres de
      *position qui le suivent gardent leur rang. Sans parametre, la
      *date systeme fait foi.

       PERFORM VARYING WS-PTR-DATE FROM 1 BY 1
               UNTIL WS-PTR-DATE > 88

           IF WS-PARM-LIGNE(WS-PTR-DATE:5) = "DATE="

      *Longueur du jeton : jusqu'a l'espace suivant ou la fin de
      *la ligne.
               MOVE WS-PTR-DATE TO WS-PTR-FIN-DATE
               PERFORM UNTIL WS-PTR-FIN-DATE > 100
                  OR WS-PARM-LIGNE(WS-PTR-FIN-DATE:1) = SPACE
                   ADD 1 TO WS-PTR-FIN-DATE
               END-PERFORM
               COMPUTE WS-LG-JETON-DATE =
                   WS-PTR-FIN-DATE - WS-PTR-DATE

               IF WS-LG-JETON-DATE = 13
                  AND WS-PARM-LIGNE(WS-PTR-DATE + 5:8) IS NUMERIC
                   MOVE WS-PARM-LIGNE(WS-PTR-DATE + 5:8)
                     TO WS-DATE-COMPTABLE
               ELSE
                   DISPLAY "ATTENTION - parametre DATE= illisible ("
                           WS-PARM-LIGNE
                               (WS-PTR-DATE:WS-LG-JETON-DATE)
                           "), date systeme conservee."
               END-IF

               MOVE SPACES TO WS-PARM-LIGNE
                                 (WS-PTR-DATE:WS-LG-JETON-DATE)

           END-IF

       END-PERFORM.

       0005-DATE-COMPTABLE-FIN.
       EXIT.


      *-----------------------------------------------

       0045-CHARGEMENT-DEVISES-DEBUT.
       EXIT.


      *-----------------------------------------------

       0080-CONVERSION-REGISTRE-DEBUT.

      *Conversion ponctuelle du registre des sinistres a l'ancien
      *format (sans statut ni date de cloture) : chaque sinistre est
      *recopie dans le nouveau registre au statut OUVERT tant qu'il
      *reste une reserve a payer, CLOS sinon ; la date de cloture,
      *inconnue, est laissee a zero. Le nouveau registre est ecrit a
      *cote de l'ancien (sinistres-idx-nouveau.dat) et l'exploitation
      *le renomme en sinistres-idx.dat apres controle des compteurs.

       DISPLAY "Conversion du registre des sinistres :".
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-SINISTRES-ANCIEN.

       IF WS-STATUT-SIN-ANC NOT = "00"
           DISPLAY "ERREUR - registre " WS-FICHIER-SIN-ANCIEN
                   " illisible a l'ancien format (statut "
                   WS-STATUT-SIN-ANC ")."
           MOVE 8 TO RETURN-CODE
           GO TO 0080-CONVERSION-REGISTRE-FIN
       END-IF.

       OPEN OUTPUT FICHIER-SINISTRES-IDX.

       IF WS-STATUT-SIN-IDX NOT = "00"
           DISPLAY "ERREUR - creation du registre "
                   WS-FICHIER-SIN-IDX " impossible (statut "
                   WS-STATUT-SIN-IDX ")."
           MOVE 8 TO RETURN-CODE
           CLOSE FICHIER-SINISTRES-ANCIEN
           GO TO 0080-CONVERSION-REGISTRE-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-SINISTRES-ANCIEN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   MOVE SPACES              TO SIN-ENREGISTREMENT
                   MOVE ANC-NUM-SINISTRE    TO SIN-NUM-SINISTRE
                   MOVE ANC-CODE-CONTRAT    TO SIN-CODE-CONTRAT
                   MOVE ANC-DATE-SURVENANCE TO SIN-DATE-SURVENANCE
                   MOVE ANC-RESERVE         TO SIN-RESERVE
                   MOVE ANC-REGLE           TO SIN-REGLE
                   MOVE ANC-DEVISE          TO SIN-DEVISE
                   MOVE ANC-RESERVE-EUR     TO SIN-RESERVE-EUR
                   MOVE ANC-REGLE-EUR       TO SIN-REGLE-EUR
                   MOVE ANC-NOM-PRODUIT     TO SIN-NOM-PRODUIT
                   MOVE ANC-NOM-CLIENT      TO SIN-NOM-CLIENT
                   IF ANC-RESERVE > ZERO
                       MOVE "OUVERT  "      TO SIN-STATUT
                   ELSE
                       MOVE "CLOS    "      TO SIN-STATUT
                   END-IF
                   MOVE ZERO                TO SIN-DATE-CLOTURE
                   WRITE SIN-ENREGISTREMENT
                       INVALID KEY
                           ADD 1 TO WS-NB-REJETS
                           DISPLAY "ERREUR - ecriture du sinistre "
                                   SIN-NUM-SINISTRE " impossible "
                                   "(statut " WS-STATUT-SIN-IDX ")."
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-CHARGES
                   END-WRITE
           END-READ

       END-PERFORM.

       CLOSE FICHIER-SINISTRES-ANCIEN.
       CLOSE FICHIER-SINISTRES-IDX.

       DISPLAY "Sinistres lus : " WS-NB-LUS
               ", convertis : " WS-NB-CHARGES
               ", en erreur : " WS-NB-REJETS ".".

       IF WS-NB-REJETS > ZERO
           MOVE 8 TO RETURN-CODE
       END-IF.

       0080-CONVERSION-REGISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0100-CHARGEMENT-SINISTRES-DEBUT.

      *Chargement du flux des sinistres dans le registre indexe :
      *chaque ligne (NumSinistre,CodeContrat,DateSurvenance,Reserve,
      *Regle,Devise,TypeMvt,DateMvt) est un mouvement du sinistre,
      *valide contre le registre et, a l'ouverture, contre le
      *fichier maitre, puis applique au registre et ajoute a
      *l'historique des mouvements. La reserve est la reserve
      *restant a payer apres le mouvement, le regle le montant paye
      *par le mouvement. Une ligne a l'ancien format (sans type ni
      *date) reste acceptee : reserve et regle cumule y sont portes
      *tels quels. Les mouvements refuses partent au fichier des
      *rejets avec un code raison, les reglements a l'extrait
      *destine a la banque.

       DISPLAY "Chargement du flux des sinistres :".
       MOVE "N" TO WS-FIN-LECTURE.
           OPEN I-O FICHIER-SINISTRES-IDX
       END-IF.

      *Un registre present mais illisible (registre a l'ancien format
      *notamment) arrete le traitement : aucun mouvement ne pourrait
      *y etre lu ni ecrit.

       IF WS-STATUT-SIN-IDX NOT = "00"
           DISPLAY "ERREUR - registre des sinistres "
                   WS-FICHIER-SIN-IDX " illisible (statut "
                   WS-STATUT-SIN-IDX "), le convertir par ASSURSIN "
                   "CONVERSION s'il est a l'ancien format."
           MOVE 8 TO RETURN-CODE
           CLOSE FICHIER-SINISTRES-FLUX
           CLOSE FICHIER-ASSURANCE-IDX
           GO TO 0100-CHARGEMENT-SINISTRES-FIN
       END-IF.

       OPEN OUTPUT FICHIER-REJETS.

      *L'historique des mouvements est cumulatif : ouvert en ajout,
      *cree a la premiere execution.

       OPEN EXTEND FICHIER-HISTO-SINISTRES.

       IF WS-STATUT-HISTO-SIN = "35"
           OPEN OUTPUT FICHIER-HISTO-SINISTRES
           CLOSE FICHIER-HISTO-SINISTRES
           OPEN EXTEND FICHIER-HISTO-SINISTRES
       END-IF.

       OPEN OUTPUT FICHIER-REGLEMENTS.

       MOVE SPACES TO F-LIGNE-REGLEMENT.
       STRING "NumSinistre,CodeContrat,Beneficiaire,DateReglement,"
              "Montant,Devise,MontantEUR,TypeMvt"
           INTO F-LIGNE-REGLEMENT.
       WRITE F-LIGNE-REGLEMENT.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-SINISTRES-FLUX

       CLOSE FICHIER-SINISTRES-FLUX.
       CLOSE FICHIER-REJETS.
       CLOSE FICHIER-HISTO-SINISTRES.
       CLOSE FICHIER-REGLEMENTS.
       CLOSE FICHIER-SINISTRES-IDX.
       CLOSE FICHIER-ASSURANCE-IDX.

       DISPLAY "Fin du chargement - " WS-NB-CHARGES
               " sinistre(s) ouvert(s), " WS-NB-MAJ
               " mis a jour, " WS-NB-REJETS " rejete(s).".
       DISPLAY "                     " WS-NB-CLOTURES
               " cloture(s), " WS-NB-REOUVERTS
               " reouverture(s), " WS-NB-REGLEMENTS
               " reglement(s) a transmettre a la banque.".

       0100-CHARGEMENT-SINISTRES-FIN.
       EXIT.

       0110-TRAITE-SINISTRE-DEBUT.

      *Decoupage de la ligne du flux, validation du mouvement contre
      *le registre et le fichier maitre puis application au registre,
      *ecriture a l'historique et, pour un reglement, a l'extrait
      *destine a la banque.

       MOVE SPACES TO WS-CSV-ZONE-1.
       MOVE SPACES TO WS-CSV-ZONE-2.
       MOVE SPACES TO WS-CSV-ZONE-4.
       MOVE SPACES TO WS-CSV-ZONE-5.
       MOVE SPACES TO WS-CSV-ZONE-6.
       MOVE SPACES TO WS-CSV-ZONE-7.
       MOVE SPACES TO WS-CSV-ZONE-8.

       UNSTRING F-LIGNE-SINISTRE DELIMITED BY ","
           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2 WS-CSV-ZONE-3
                WS-CSV-ZONE-4 WS-CSV-ZONE-5 WS-CSV-ZONE-6
                WS-CSV-ZONE-7 WS-CSV-ZONE-8
       END-UNSTRING.

       MOVE WS-CSV-ZONE-1(1:10) TO WS-SIN-NUMERO.
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-4) TO WS-SIN-RESERVE.
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-5) TO WS-SIN-REGLE.
       MOVE WS-CSV-ZONE-6(1:3)  TO WS-SIN-DEVISE.
       MOVE WS-CSV-ZONE-7(1:2)  TO WS-SIN-TYPE-MVT.

       PERFORM 0120-VALIDATION-DEBUT
          THRU 0120-VALIDATION-FIN.
              THRU 0140-CONVERSION-DEVISE-FIN
           PERFORM 0150-ECRITURE-SINISTRE-DEBUT
              THRU 0150-ECRITURE-SINISTRE-FIN
           PERFORM 0160-ECRITURE-HISTORIQUE-DEBUT
              THRU 0160-ECRITURE-HISTORIQUE-FIN
           IF WS-SIN-REGLE > ZERO
               PERFORM 0170-ECRITURE-REGLEMENT-DEBUT
                  THRU 0170-ECRITURE-REGLEMENT-FIN
           END-IF
       END-IF.

       0110-TRAITE-SINISTRE-FIN.

       0120-VALIDATION-DEBUT.

      *Validation d'un mouvement de sinistre. Le type doit etre
      *connu et la date du mouvement lisible (a blanc : date du
      *jour). Une ouverture porte un numero absent du registre ; les
      *autres mouvements portent sur un sinistre connu, ouvert (ou
      *rouvert) pour un ajustement ou un reglement, clos pour une
      *reouverture, et dans la devise du sinistre. Une ligne a
      *l'ancien format vaut ouverture pour un sinistre nouveau,
      *reglement partiel (ecart de regle cumule) ou ajustement sinon.
      *A l'ouverture seulement, le contrat doit exister, la date de
      *survenance tomber dans la periode de couverture et le contrat
      *ne doit etre ni EXPIRE ni RESILIE (un contrat resilie en
      *cours de periode couvre encore les sinistres survenus avant
      *la date d'effet de sa resiliation) ; les mouvements suivants
      *d'un sinistre accepte restent dus apres l'echeance du
      *contrat. L'image du contrat reste disponible dans
      *IDX-ENREGISTREMENT pour l'ecriture au registre.

       SET WS-ENREGISTREMENT-VALIDE TO TRUE.
       MOVE SPACES TO WS-CODE-RAISON.
       MOVE SPACES TO WS-RAISON-REJET.

       IF WS-CSV-ZONE-8 = SPACES
           MOVE WS-DATE-JOUR TO WS-SIN-DATE-MVT
       ELSE
           IF WS-CSV-ZONE-8(1:8) IS NUMERIC
              AND WS-CSV-ZONE-8(9:12) = SPACES
              AND WS-CSV-ZONE-8(5:2) >= "01"
              AND WS-CSV-ZONE-8(5:2) <= "12"
              AND WS-CSV-ZONE-8(7:2) >= "01"
              AND WS-CSV-ZONE-8(7:2) <= "31"
               MOVE WS-CSV-ZONE-8(1:8) TO WS-SIN-DATE-MVT
           ELSE
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R019" TO WS-CODE-RAISON
               MOVE "DATE MOUVEMENT INVALIDE" TO WS-RAISON-REJET
               GO TO 0120-VALIDATION-FIN
           END-IF
      *Date controlee au calendrier (31 avril, 29 fevrier hors annee
      *bissextile), comme la date d'effet de resiliation d'ASSURMAJ.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SIN-DATE-MVT) NOT = ZERO
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R019" TO WS-CODE-RAISON
               MOVE "DATE MOUVEMENT INVALIDE" TO WS-RAISON-REJET
               GO TO 0120-VALIDATION-FIN
           END-IF
       END-IF.

       IF NOT WS-MVT-OUVERTURE
          AND NOT WS-MVT-AJUSTEMENT
          AND NOT WS-MVT-REGLEMENT-PARTIEL
          AND NOT WS-MVT-REGLEMENT-FINAL
          AND NOT WS-MVT-REOUVERTURE
          AND NOT WS-MVT-ANCIEN-FORMAT
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R013" TO WS-CODE-RAISON
           MOVE "TYPE MOUVEMENT SINISTRE INCONNU"
             TO WS-RAISON-REJET
           GO TO 0120-VALIDATION-FIN
       END-IF.

      *Etat du sinistre au registre avant le mouvement.

       MOVE WS-SIN-NUMERO TO SIN-NUM-SINISTRE.
       SET WS-SINISTRE-CONNU TO TRUE.

       READ FICHIER-SINISTRES-IDX
           INVALID KEY
               SET WS-SINISTRE-NOUVEAU TO TRUE
       END-READ.

       IF WS-SINISTRE-CONNU
           MOVE SIN-RESERVE     TO WS-SIN-RESERVE-AVANT
           MOVE SIN-RESERVE-EUR TO WS-SIN-RESERVE-AV-EUR
       ELSE
           MOVE ZERO TO WS-SIN-RESERVE-AVANT
           MOVE ZERO TO WS-SIN-RESERVE-AV-EUR
       END-IF.

      *Ancien format : le regle du flux est le cumul des reglements,
      *ramene ici au montant paye depuis le dernier envoi.

       IF WS-MVT-ANCIEN-FORMAT
           IF WS-SINISTRE-NOUVEAU
               SET WS-MVT-OUVERTURE TO TRUE
           ELSE
               IF WS-SIN-REGLE > SIN-REGLE
                   SUBTRACT SIN-REGLE FROM WS-SIN-REGLE
                   SET WS-MVT-REGLEMENT-PARTIEL TO TRUE
               ELSE
                   MOVE ZERO TO WS-SIN-REGLE
                   SET WS-MVT-AJUSTEMENT TO TRUE
               END-IF
           END-IF
       END-IF.

       IF WS-MVT-OUVERTURE
           IF WS-SINISTRE-CONNU
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R015" TO WS-CODE-RAISON
               MOVE "SINISTRE DEJA OUVERT" TO WS-RAISON-REJET
           ELSE
               PERFORM 0125-VALIDATION-CONTRAT-DEBUT
                  THRU 0125-VALIDATION-CONTRAT-FIN
           END-IF
           GO TO 0120-VALIDATION-FIN
       END-IF.

       IF WS-SINISTRE-NOUVEAU
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R014" TO WS-CODE-RAISON
           MOVE "SINISTRE INCONNU AU REGISTRE" TO WS-RAISON-REJET
           GO TO 0120-VALIDATION-FIN
       END-IF.

       IF WS-MVT-REOUVERTURE
           IF SIN-STATUT NOT = "CLOS    "
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R017" TO WS-CODE-RAISON
               MOVE "REOUVERTURE SINISTRE NON CLOS"
                 TO WS-RAISON-REJET
               GO TO 0120-VALIDATION-FIN
           END-IF
       ELSE
           IF SIN-STATUT = "CLOS    "
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R016" TO WS-CODE-RAISON
               MOVE "SINISTRE CLOS" TO WS-RAISON-REJET
               GO TO 0120-VALIDATION-FIN
           END-IF
       END-IF.

       IF WS-MVT-REGLEMENT-PARTIEL
          AND WS-SIN-REGLE = ZERO
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R018" TO WS-CODE-RAISON
           MOVE "MONTANT REGLEMENT NUL" TO WS-RAISON-REJET
           GO TO 0120-VALIDATION-FIN
       END-IF.

      *La devise, le contrat et la date de survenance sont ceux du
      *sinistre ; une devise differente dans le flux est refusee.

       IF WS-SIN-DEVISE NOT = SPACES
          AND WS-SIN-DEVISE NOT = SIN-DEVISE
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R020" TO WS-CODE-RAISON
           MOVE "DEVISE DIFFERENTE DU SINISTRE" TO WS-RAISON-REJET
           GO TO 0120-VALIDATION-FIN
       END-IF.

       MOVE SIN-DEVISE          TO WS-SIN-DEVISE.
       MOVE SIN-CODE-CONTRAT    TO WS-SIN-CODE-CONTRAT.
       MOVE SIN-DATE-SURVENANCE TO WS-SIN-DATE-SURV.

      *Le reglement final solde le sinistre : plus rien en reserve.

       IF WS-MVT-REGLEMENT-FINAL
           MOVE ZERO TO WS-SIN-RESERVE
       END-IF.

       0120-VALIDATION-FIN.
       EXIT.


      *-----------------------------------------------

       0125-VALIDATION-CONTRAT-DEBUT.

      *Controle du contrat a l'ouverture du sinistre (voir
      *0120-VALIDATION).

       MOVE WS-SIN-CODE-CONTRAT TO IDX-CODE-CONTRAT.

       READ FICHIER-ASSURANCE-IDX
       END-IF.

       IF WS-ENREGISTREMENT-VALIDE
          AND (IDX-STATUT = "EXPIRE  "
               OR (IDX-STATUT = "RESILIE "
                   AND (IDX-DATE-RESILIATION = SPACES
                        OR WS-SIN-DATE-SURV-TXT >=
                           IDX-DATE-RESILIATION)))
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R009" TO WS-CODE-RAISON
           MOVE "CONTRAT EXPIRE OU RESILIE" TO WS-RAISON-REJET
       END-IF.

       0125-VALIDATION-CONTRAT-FIN.
       EXIT.



       0150-ECRITURE-SINISTRE-DEBUT.

      *Application du mouvement au registre indexe. A l'ouverture, le
      *sinistre est cree avec le produit et le client du contrat pour
      *les regroupements du rapport de sinistralite. Ensuite, la
      *reserve est remplacee par la reserve restant a payer et le
      *montant regle s'ajoute au cumul ; le reglement final clot le
      *sinistre a la date du mouvement, la reouverture efface la date
      *de cloture.

       IF WS-SINISTRE-NOUVEAU
           MOVE WS-SIN-NUMERO        TO SIN-NUM-SINISTRE
           MOVE WS-SIN-CODE-CONTRAT  TO SIN-CODE-CONTRAT
           MOVE WS-SIN-DATE-SURV     TO SIN-DATE-SURVENANCE
           MOVE WS-SIN-RESERVE       TO SIN-RESERVE
           MOVE WS-SIN-REGLE         TO SIN-REGLE
           MOVE WS-SIN-DEVISE        TO SIN-DEVISE
           MOVE WS-SIN-RESERVE-EUR   TO SIN-RESERVE-EUR
           MOVE WS-SIN-REGLE-EUR     TO SIN-REGLE-EUR
           MOVE IDX-NOM-PRODUIT      TO SIN-NOM-PRODUIT
           MOVE IDX-NOM-CLIENT       TO SIN-NOM-CLIENT
           MOVE "OUVERT  "           TO SIN-STATUT
           MOVE ZERO                 TO SIN-DATE-CLOTURE

           WRITE SIN-ENREGISTREMENT
               INVALID KEY
                   DISPLAY "ERREUR - ecriture du sinistre "
                           SIN-NUM-SINISTRE
                           " impossible (statut " WS-STATUT-SIN-IDX
                           ")."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CHARGES
           END-WRITE

           GO TO 0150-ECRITURE-SINISTRE-FIN
       END-IF.

       MOVE WS-SIN-RESERVE     TO SIN-RESERVE.
       MOVE WS-SIN-RESERVE-EUR TO SIN-RESERVE-EUR.
       ADD WS-SIN-REGLE        TO SIN-REGLE.
       ADD WS-SIN-REGLE-EUR    TO SIN-REGLE-EUR.

       IF WS-MVT-REGLEMENT-FINAL
           MOVE "CLOS    "      TO SIN-STATUT
           MOVE WS-SIN-DATE-MVT TO SIN-DATE-CLOTURE
           ADD 1 TO WS-NB-CLOTURES
       END-IF.

       IF WS-MVT-REOUVERTURE
           MOVE "ROUVERT "      TO SIN-STATUT
           MOVE ZERO            TO SIN-DATE-CLOTURE
           ADD 1 TO WS-NB-REOUVERTS
       END-IF.

      *Registre anterieur au suivi du cycle de vie : statut a blanc.

       IF SIN-STATUT = SPACES
           MOVE "OUVERT  "      TO SIN-STATUT
           MOVE ZERO            TO SIN-DATE-CLOTURE
       END-IF.

       REWRITE SIN-ENREGISTREMENT
           INVALID KEY
               DISPLAY "ERREUR - mise a jour du sinistre "
                       SIN-NUM-SINISTRE
                       " impossible (statut " WS-STATUT-SIN-IDX ")."
           NOT INVALID KEY
               ADD 1 TO WS-NB-MAJ
       END-REWRITE.

       0150-ECRITURE-SINISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0160-ECRITURE-HISTORIQUE-DEBUT.

      *Ajout du mouvement accepte a l'historique cumulatif : reserve
      *avant et apres, montant regle, en devise et en EUR, et statut
      *du sinistre apres le mouvement.

       MOVE SPACES                TO SMV-LIGNE.
       MOVE WS-SIN-DATE-MVT       TO SMV-DATE-MVT.
       MOVE SIN-NUM-SINISTRE      TO SMV-NUM-SINISTRE.
       MOVE SIN-CODE-CONTRAT      TO SMV-CODE-CONTRAT.
       MOVE WS-SIN-TYPE-MVT       TO SMV-TYPE-MVT.
       MOVE SIN-DEVISE            TO SMV-DEVISE.
       MOVE WS-SIN-RESERVE-AVANT  TO SMV-RESERVE-AVANT.
       MOVE SIN-RESERVE           TO SMV-RESERVE-APRES.
       MOVE WS-SIN-REGLE          TO SMV-REGLEMENT.
       MOVE WS-SIN-RESERVE-AV-EUR TO SMV-RESERVE-AVANT-EUR.
       MOVE SIN-RESERVE-EUR       TO SMV-RESERVE-APRES-EUR.
       MOVE WS-SIN-REGLE-EUR      TO SMV-REGLEMENT-EUR.
       MOVE SIN-STATUT            TO SMV-STATUT-APRES.

       WRITE SMV-LIGNE.

       0160-ECRITURE-HISTORIQUE-FIN.
       EXIT.


      *-----------------------------------------------

       0170-ECRITURE-REGLEMENT-DEBUT.

      *Ligne de l'extrait des reglements a transmettre a la banque :
      *le beneficiaire est le client du contrat sinistre.

       ADD 1 TO WS-NB-REGLEMENTS.

       MOVE WS-SIN-REGLE     TO WS-REGLEMENT-ED.
       MOVE WS-SIN-REGLE-EUR TO WS-REGLEMENT-EUR-ED.

       MOVE SPACES TO F-LIGNE-REGLEMENT.
       STRING FUNCTION TRIM(SIN-NUM-SINISTRE)   ","
              SIN-CODE-CONTRAT                  ","
              FUNCTION TRIM(SIN-NOM-CLIENT)     ","
              WS-SIN-DATE-MVT(1:4) "-"
              WS-SIN-DATE-MVT(5:2) "-"
              WS-SIN-DATE-MVT(7:2)              ","
              FUNCTION TRIM(WS-REGLEMENT-ED)    ","
              SIN-DEVISE                        ","
              FUNCTION TRIM(WS-REGLEMENT-EUR-ED) ","
              WS-SIN-TYPE-MVT
           INTO F-LIGNE-REGLEMENT.

       WRITE F-LIGNE-REGLEMENT.

       0170-ECRITURE-REGLEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0300-CUMUL-PRIMES-DEBUT.
       EXIT.


      *-----------------------------------------------

       0600-BORDEREAU-DEBUT.

      *Bordereau mensuel des sinistres du mois de la date comptable :
      *une ligne par sinistre avec reserve d'ouverture du mois,
      *reglements du mois, variation de reserve et reserve de
      *cloture, en devise du sinistre, puis les totaux en EUR. Les
      *mouvements du mois et ceux posterieurs sont cumules depuis
      *l'historique ; la reserve de cloture est la reserve du
      *registre diminuee des variations posterieures au mois, la
      *reserve d'ouverture la reserve de cloture diminuee de la
      *variation du mois. Un sinistre sans reserve ni mouvement sur
      *le mois n'y figure pas.

       IF RETURN-CODE NOT = ZERO
           GO TO 0600-BORDEREAU-FIN
       END-IF.

       PERFORM 0610-CUMUL-HISTORIQUE-DEBUT
          THRU 0610-CUMUL-HISTORIQUE-FIN.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-SINISTRES-IDX.

       IF WS-STATUT-SIN-IDX NOT = "00"
           GO TO 0600-BORDEREAU-FIN
       END-IF.

       OPEN OUTPUT FICHIER-BORDEREAU.

       MOVE SPACES TO F-LIGNE-BORDEREAU.
       STRING "BORDEREAU DES SINISTRES DU MOIS "
              WS-MOIS-BORDEREAU(1:4) "/" WS-MOIS-BORDEREAU(5:2)
              " - SITUATION AU " WS-DATE-JOUR(1:4)
              "/" WS-DATE-JOUR(5:2) "/" WS-DATE-JOUR(7:2)
           INTO F-LIGNE-BORDEREAU.
       WRITE F-LIGNE-BORDEREAU.

       MOVE SPACES TO F-LIGNE-BORDEREAU.
       WRITE F-LIGNE-BORDEREAU.

       MOVE SPACES TO F-LIGNE-BORDEREAU.
       STRING "SINISTRE   CONTRAT  STATUT   DEV"
              "   RES. OUVERT." "     REGLEMENTS"
              "      VARIATION" "     RES. CLOT."
           INTO F-LIGNE-BORDEREAU.
       WRITE F-LIGNE-BORDEREAU.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-SINISTRES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   PERFORM 0620-LIGNE-BORDEREAU-DEBUT
                      THRU 0620-LIGNE-BORDEREAU-FIN
           END-READ

       END-PERFORM.

       MOVE SPACES TO F-LIGNE-BORDEREAU.
       WRITE F-LIGNE-BORDEREAU.

       MOVE WS-TOT-OUVERTURE-EUR TO WS-BDX-OUVERTURE-ED.
       MOVE WS-TOT-REGLE-EUR     TO WS-BDX-REGLE-ED.
       MOVE WS-TOT-VARIATION-EUR TO WS-BDX-VARIATION-ED.
       MOVE WS-TOT-CLOTURE-EUR   TO WS-BDX-CLOTURE-ED.

       MOVE SPACES TO F-LIGNE-BORDEREAU.
       STRING "TOTAL EUR                       "
              " "   WS-BDX-OUVERTURE-ED
              " "   WS-BDX-REGLE-ED
              " "   WS-BDX-VARIATION-ED
              " "   WS-BDX-CLOTURE-ED
           INTO F-LIGNE-BORDEREAU.
       WRITE F-LIGNE-BORDEREAU.

       CLOSE FICHIER-BORDEREAU.
       CLOSE FICHIER-SINISTRES-IDX.

       DISPLAY "Fin du bordereau des sinistres - "
               WS-NB-BORDEREAU " sinistre(s) au bordereau "
               WS-FICHIER-BORDEREAU.

       0600-BORDEREAU-FIN.
       EXIT.


      *-----------------------------------------------

       0610-CUMUL-HISTORIQUE-DEBUT.

      *Parcours de l'historique des mouvements : variation de
      *reserve et reglements du mois, variation de reserve
      *posterieure au mois, par sinistre. Sans historique (premiere
      *execution), le bordereau reprend les reserves du registre.

       MOVE ZERO TO WS-NB-BDX.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-HISTO-SINISTRES.

       IF WS-STATUT-HISTO-SIN NOT = "00"
           GO TO 0610-CUMUL-HISTORIQUE-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-HISTO-SINISTRES
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF SMV-DATE-MVT(1:6) >= WS-MOIS-BORDEREAU
                       PERFORM 0615-CUMUL-MOUVEMENT-DEBUT
                          THRU 0615-CUMUL-MOUVEMENT-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-HISTO-SINISTRES.

       0610-CUMUL-HISTORIQUE-FIN.
       EXIT.


      *-----------------------------------------------

       0615-CUMUL-MOUVEMENT-DEBUT.

      *Recherche (ou creation) de la case du sinistre du mouvement
      *courant, puis cumul du mouvement.

       MOVE ZERO TO WS-IDX-BDX.

       PERFORM VARYING WS-CPT-BDX FROM 1 BY 1
               UNTIL WS-CPT-BDX > WS-NB-BDX
                  OR WS-IDX-BDX NOT = ZERO
           IF WS-BDX-SINISTRE(WS-CPT-BDX) = SMV-NUM-SINISTRE
               MOVE WS-CPT-BDX TO WS-IDX-BDX
           END-IF
       END-PERFORM.

       IF WS-IDX-BDX = ZERO
           IF WS-NB-BDX < 5000
               ADD 1 TO WS-NB-BDX
               MOVE WS-NB-BDX TO WS-IDX-BDX
               MOVE SMV-NUM-SINISTRE
                 TO WS-BDX-SINISTRE(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-NB-MVT(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-VAR-MOIS(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-VAR-MOIS-EUR(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-REGLE-MOIS(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-REGLE-MOIS-EUR(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-VAR-APRES(WS-IDX-BDX)
               MOVE ZERO TO WS-BDX-VAR-APRES-EUR(WS-IDX-BDX)
           ELSE
               ADD 1 TO WS-NB-BDX-PERDUS
               GO TO 0615-CUMUL-MOUVEMENT-FIN
           END-IF
       END-IF.

       IF SMV-DATE-MVT(1:6) = WS-MOIS-BORDEREAU
           ADD 1 TO WS-BDX-NB-MVT(WS-IDX-BDX)
           COMPUTE WS-BDX-VAR-MOIS(WS-IDX-BDX) =
               WS-BDX-VAR-MOIS(WS-IDX-BDX)
               + SMV-RESERVE-APRES - SMV-RESERVE-AVANT
           COMPUTE WS-BDX-VAR-MOIS-EUR(WS-IDX-BDX) =
               WS-BDX-VAR-MOIS-EUR(WS-IDX-BDX)
               + SMV-RESERVE-APRES-EUR - SMV-RESERVE-AVANT-EUR
           ADD SMV-REGLEMENT     TO WS-BDX-REGLE-MOIS(WS-IDX-BDX)
           ADD SMV-REGLEMENT-EUR TO WS-BDX-REGLE-MOIS-EUR(WS-IDX-BDX)
       ELSE
           COMPUTE WS-BDX-VAR-APRES(WS-IDX-BDX) =
               WS-BDX-VAR-APRES(WS-IDX-BDX)
               + SMV-RESERVE-APRES - SMV-RESERVE-AVANT
           COMPUTE WS-BDX-VAR-APRES-EUR(WS-IDX-BDX) =
               WS-BDX-VAR-APRES-EUR(WS-IDX-BDX)
               + SMV-RESERVE-APRES-EUR - SMV-RESERVE-AVANT-EUR
       END-IF.

       0615-CUMUL-MOUVEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0620-LIGNE-BORDEREAU-DEBUT.

      *Ligne du bordereau pour le sinistre courant du registre.

       MOVE ZERO TO WS-IDX-BDX.

       PERFORM VARYING WS-CPT-BDX FROM 1 BY 1
               UNTIL WS-CPT-BDX > WS-NB-BDX
                  OR WS-IDX-BDX NOT = ZERO
           IF WS-BDX-SINISTRE(WS-CPT-BDX) = SIN-NUM-SINISTRE
               MOVE WS-CPT-BDX TO WS-IDX-BDX
           END-IF
       END-PERFORM.

       IF WS-IDX-BDX = ZERO
           MOVE SIN-RESERVE     TO WS-BDX-CLOTURE
           MOVE SIN-RESERVE-EUR TO WS-BDX-CLOTURE-EUR
           MOVE WS-BDX-CLOTURE     TO WS-BDX-OUVERTURE
           MOVE WS-BDX-CLOTURE-EUR TO WS-BDX-OUVERTURE-EUR
           IF WS-BDX-CLOTURE = ZERO
               GO TO 0620-LIGNE-BORDEREAU-FIN
           END-IF
           MOVE ZERO TO WS-BDX-REGLE-ED
           MOVE ZERO TO WS-BDX-VARIATION-ED
       ELSE
           COMPUTE WS-BDX-CLOTURE =
               SIN-RESERVE - WS-BDX-VAR-APRES(WS-IDX-BDX)
           COMPUTE WS-BDX-CLOTURE-EUR =
               SIN-RESERVE-EUR - WS-BDX-VAR-APRES-EUR(WS-IDX-BDX)
           COMPUTE WS-BDX-OUVERTURE =
               WS-BDX-CLOTURE - WS-BDX-VAR-MOIS(WS-IDX-BDX)
           COMPUTE WS-BDX-OUVERTURE-EUR =
               WS-BDX-CLOTURE-EUR - WS-BDX-VAR-MOIS-EUR(WS-IDX-BDX)
           IF WS-BDX-NB-MVT(WS-IDX-BDX) = ZERO
              AND WS-BDX-CLOTURE = ZERO
              AND WS-BDX-OUVERTURE = ZERO
               GO TO 0620-LIGNE-BORDEREAU-FIN
           END-IF
           MOVE WS-BDX-REGLE-MOIS(WS-IDX-BDX) TO WS-BDX-REGLE-ED
           MOVE WS-BDX-VAR-MOIS(WS-IDX-BDX)   TO WS-BDX-VARIATION-ED
           ADD WS-BDX-REGLE-MOIS-EUR(WS-IDX-BDX) TO WS-TOT-REGLE-EUR
           ADD WS-BDX-VAR-MOIS-EUR(WS-IDX-BDX)
             TO WS-TOT-VARIATION-EUR
       END-IF.

       ADD WS-BDX-OUVERTURE-EUR TO WS-TOT-OUVERTURE-EUR.
       ADD WS-BDX-CLOTURE-EUR   TO WS-TOT-CLOTURE-EUR.
       ADD 1 TO WS-NB-BORDEREAU.

       MOVE WS-BDX-OUVERTURE TO WS-BDX-OUVERTURE-ED.
       MOVE WS-BDX-CLOTURE   TO WS-BDX-CLOTURE-ED.

       MOVE SPACES TO F-LIGNE-BORDEREAU.
       STRING SIN-NUM-SINISTRE " "
              SIN-CODE-CONTRAT " "
              SIN-STATUT " "
              SIN-DEVISE " "
              WS-BDX-OUVERTURE-ED " "
              WS-BDX-REGLE-ED " "
              WS-BDX-VARIATION-ED " "
              WS-BDX-CLOTURE-ED
           INTO F-LIGNE-BORDEREAU.
       WRITE F-LIGNE-BORDEREAU.

       0620-LIGNE-BORDEREAU-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.
       MOVE WS-NB-CHARGES         TO JRN-NB-ECRITES.
       MOVE WS-NB-REJETS          TO JRN-NB-REJETS.
       COMPUTE JRN-NB-PERDUES =
           WS-NB-SPP-PERDUS + WS-NB-SPC-PERDUS + WS-NB-BDX-PERDUS.

       OPEN EXTEND FICHIER-JOURNAL.

