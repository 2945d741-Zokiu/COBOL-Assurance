       IDENTIFICATION DIVISION.
       PROGRAM-ID. assursai.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : ecran de saisie des mouvements du
      *                 maitre des contrats. L'operateur appelle un
      *                 contrat par son code (ses zones courantes sont
      *                 affichees depuis assurances-idx.dat), saisit
      *                 une creation, une modification ou une
      *                 resiliation, controlee a la saisie selon les
      *                 regles d'ASSURMAJ (produit de la reference,
      *                 devise autorisee, dates, rattachement du
      *                 client), et le mouvement confirme est ajoute,
      *                 signe de l'identifiant de l'operateur, au
      *                 fichier des mouvements du prochain ASSURMAJ.
      *                 Le code D pose le statut DECLINE sur le suivi
      *                 des renouvellements d'ASSURREN. Chaque session
      *                 d'operateur est tracee au journal d'audit.
      *----------------------------------------------------------------
      *
      * Touches : Entree = appel du contrat (nouveau code), puis
      * controle et, zone Confirmer a O, enregistrement du mouvement ;
      * F5 = relecture du contrat (saisie abandonnee) ; F3 = fin.
      * Codes mouvement : C creation, M modification, R resiliation
      * (date d'effet dans la zone date de fin, date comptable a
      * blanc), D renouvellement decline.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-TOUCHE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre indexe des contrats (consultation)
       SELECT FICHIER-ASSURANCE-IDX ASSIGN TO DYNAMIC WS-FICHIER-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDX-CODE-CONTRAT
       FILE STATUS IS WS-STATUT-IDX.

      *Fichier des mouvements du prochain ASSURMAJ (ajout en fin)
       SELECT FICHIER-MOUVEMENTS ASSIGN
                       TO DYNAMIC WS-FICHIER-MOUVEMENTS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-MOUVEMENTS.

      *Suivi des renouvellements en cours (lu et reecrit par ASSURREN)
       SELECT FICHIER-EN-COURS ASSIGN TO DYNAMIC WS-FICHIER-EN-COURS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-EN-COURS.

      *Fichier de reference des devises (devise + decimales)
       SELECT FICHIER-DEVISES ASSIGN
                       TO DYNAMIC WS-FICHIER-DEVISES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-DEVISES.

      *Reference des produits (maintenue par ASSURPRD)
       SELECT FICHIER-PRODUITS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-PRD-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-CODE
       FILE STATUS IS WS-STATUT-PRODUITS.

      *Referentiel des clients (maintenu par ASSURCLI)
       SELECT FICHIER-CLIREF ASSIGN TO DYNAMIC WS-FICHIER-CLI-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-ID-CLIENT
       FILE STATUS IS WS-STATUT-CLIREF.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.


      *------------------------------DATA-------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-ASSURANCE-IDX.
      * COPY IDXREC.CPY fournit IDX-ENREGISTREMENT.
           COPY IDXREC.

       FD FICHIER-MOUVEMENTS.
      * COPY MVTREC.CPY fournit MVT-LIGNE.
           COPY MVTREC.

       FD FICHIER-EN-COURS.
           01 RNV-ENREGISTREMENT.
               05 RNV-CODE-CONTRAT     PIC 9(8).
               05 FILLER               PIC X.
               05 RNV-DATE-PROPOSITION PIC 9(8).
               05 FILLER               PIC X.
               05 RNV-STATUT           PIC X(8).

       FD FICHIER-DEVISES.
           01 F-LIGNE-DEVISE           PIC X(20).

       FD FICHIER-PRODUITS-IDX.
      * COPY PRDREC.CPY fournit PRD-ENREGISTREMENT.
           COPY PRDREC.

       FD FICHIER-CLIREF.
      * COPY CLIREC.CPY fournit CLI-ENREGISTREMENT.
           COPY CLIREC.

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de la session d'operateur (repris dans le journal
      * d'audit)
      *----------------------------------------------------------------
       77  WS-NB-CONSULTES    PIC 9(5)   VALUE ZERO.
       77  WS-NB-MOUVEMENTS   PIC 9(5)   VALUE ZERO.
       77  WS-NB-DECLINES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-REFUS        PIC 9(5)   VALUE ZERO.
       77  WS-NB-SUI-PERDUS   PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

       01  WS-SWITCH-FIN-SAISIE      PIC X   VALUE "N".
           88 WS-FIN-SAISIE                  VALUE "O".
           88 WS-SAISIE-EN-COURS             VALUE "N".

      *Touche de fin de saisie de l'ecran (CRT STATUS).
       01  WS-TOUCHE                 PIC 9(4) VALUE ZERO.
           88 WS-TOUCHE-ENTREE               VALUE 0000.
           88 WS-TOUCHE-FIN                  VALUE 1003.
           88 WS-TOUCHE-RELIRE               VALUE 1005.

      *----------------------------------------------------------------
      * Zones saisies a l'ecran (dates AAAAMMJJ, prime a deux
      * decimales) et zones affichees
      *----------------------------------------------------------------
       01  WS-SAISIE.
           05 WS-SAI-CODE-CONTRAT     PIC 9(8).
           05 WS-SAI-MOUVEMENT        PIC X.
           05 WS-SAI-NOM-CONTRAT      PIC X(14).
           05 WS-SAI-NOM-PRODUIT      PIC X(14).
           05 WS-SAI-NOM-CLIENT       PIC X(41).
           05 WS-SAI-STATUT           PIC X(8).
           05 WS-SAI-DATE-DEBUT       PIC 9(8).
           05 WS-SAI-DATE-FIN         PIC 9(8).
           05 WS-SAI-MONTANT          PIC 9(7)v9(2).
           05 WS-SAI-DEVISE           PIC X(3).
           05 WS-SAI-CODE-INTERM      PIC X(6).
           05 WS-SAI-CONFIRMATION     PIC X.

       01  WS-SAI-OPERATEUR           PIC X(8)  VALUE SPACES.
       01  WS-AFF-ID-CLIENT           PIC 9(6)  VALUE ZERO.
       01  WS-AFF-MAITRE              PIC X(79) VALUE SPACES.
       01  WS-AFF-SUIVI               PIC X(79) VALUE SPACES.
       01  WS-MESSAGE                 PIC X(79) VALUE SPACES.
       01  WS-DATE-JOUR-ED            PIC X(10) VALUE SPACES.

      *Contrat appele a l'ecran et son existence au maitre.
       77  WS-CODE-CHARGE             PIC 9(8)  VALUE ZERO.

       01  WS-SWITCH-CONTRAT         PIC X   VALUE "N".
           88 WS-CONTRAT-CONNU               VALUE "O".
           88 WS-CONTRAT-INCONNU             VALUE "N".

       01  WS-SWITCH-MAITRE          PIC X   VALUE "O".
           88 WS-MAITRE-LISIBLE              VALUE "O".
           88 WS-MAITRE-ABSENT               VALUE "N".

      *Operateur de la session tracee au journal.
       01  WS-OPERATEUR-JRN           PIC X(8)  VALUE SPACES.

      *----------------------------------------------------------------
      * Controle de saisie (memes codes raison qu'ASSURMAJ)
      *----------------------------------------------------------------
       01  WS-SWITCH-VALIDATION      PIC X   VALUE "O".
           88 WS-ENREGISTREMENT-VALIDE       VALUE "O".
           88 WS-ENREGISTREMENT-INVALIDE     VALUE "N".

       01  WS-SWITCH-DEVISE-OK       PIC X   VALUE "N".
           88 WS-DEVISE-CONNUE               VALUE "O".
           88 WS-DEVISE-INCONNUE             VALUE "N".

       01  WS-CODE-RAISON            PIC X(4).
       01  WS-RAISON-REJET           PIC X(31).

       77  WS-CPT-DEVISE             PIC 9(2).

      *Controle d'une date AAAAMMJJ au calendrier.
       01  WS-DATE-CTL.
           05 WS-CTL-ANNEE           PIC 9(4).
           05 WS-CTL-MOIS            PIC 9(2).
           05 WS-CTL-JOUR            PIC 9(2).
       01  WS-DATE-CTL-NUM REDEFINES WS-DATE-CTL
                                     PIC 9(8).

       01  WS-SWITCH-DATE            PIC X   VALUE "O".
           88 WS-DATE-VALIDE                 VALUE "O".
           88 WS-DATE-INVALIDE               VALUE "N".

      *Periode du contrat au maitre et date d'effet d'une
      *resiliation.
       77  WS-DATE-DEBUT-NUM         PIC 9(8)      VALUE ZERO.
       77  WS-DATE-FIN-NUM           PIC 9(8)      VALUE ZERO.
       77  WS-DATE-EFFET-NUM         PIC 9(8)      VALUE ZERO.

      *----------------------------------------------------------------
      * Reference des devises (copybook commun au lot Assurances)
      *----------------------------------------------------------------
       COPY DEVREC.

       77  WS-FIN-DEVISES            PIC X     VALUE "N".
       01  WS-DEV-ZONE-1             PIC X(10).
       01  WS-DEV-ZONE-2             PIC X(10).
       01  WS-FICHIER-DEVISES        PIC X(60) VALUE
                                       "devises-assurances.dat".
       77  WS-STATUT-DEVISES         PIC X(2).

      *----------------------------------------------------------------
      * Reference des produits (copybook commun au lot Assurances) :
      * le controle des produits n'est actif que si la reference a pu
      * etre chargee
      *----------------------------------------------------------------
       COPY PRDTAB.

       01  WS-SWITCH-PRODUITS-OK     PIC X   VALUE "N".
           88 WS-CONTROLE-PRODUITS-ACTIF     VALUE "O".
           88 WS-CONTROLE-PRODUITS-INACTIF   VALUE "N".

       01  WS-SWITCH-PRODUIT-CONNU   PIC X   VALUE "N".
           88 WS-PRODUIT-CONNU               VALUE "O".
           88 WS-PRODUIT-INCONNU             VALUE "N".

      *----------------------------------------------------------------
      * Referentiel des clients (copybook commun au lot Assurances) :
      * identifiant rattache par nom normalise, comme le fera ASSURMAJ
      *----------------------------------------------------------------
       COPY CLITAB.

       77  WS-STATUT-CLIREF          PIC X(2).

      *----------------------------------------------------------------
      * Suivi des renouvellements en cours charge en memoire, reecrit
      * a chaque renouvellement decline
      *----------------------------------------------------------------
       01  WS-TABLE-SUIVI.
           05 WS-SUI-ENTREE OCCURS 9999 TIMES.
              10 WS-SUI-CODE          PIC 9(8).
              10 WS-SUI-DATE          PIC 9(8).
              10 WS-SUI-STATUT        PIC X(8).

       77  WS-NB-SUIVI        PIC 9(4)   VALUE ZERO.
       77  WS-CPT-SUI         PIC 9(4)   VALUE ZERO.
       77  WS-IDX-SUI         PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------------
      * Parametrage de l'execution (fichier des mouvements du
      * prochain ASSURMAJ, par defaut mouvements-assurances.dat) et
      * date comptable DATE=AAAAMMJJ
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).
       01  WS-PARM-1                  PIC X(60).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       01  WS-FICHIER-IDX             PIC X(60) VALUE
                                       "assurances-idx.dat".
       01  WS-FICHIER-MOUVEMENTS      PIC X(60) VALUE SPACES.
       01  WS-FICHIER-EN-COURS        PIC X(60) VALUE
                                       "renouvellements-en-cours.dat".
       01  WS-FICHIER-PRD-IDX         PIC X(60) VALUE
                                       "produits-idx.dat".
       01  WS-FICHIER-CLI-IDX         PIC X(60) VALUE
                                       "clients-idx.dat".
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-MOUVEMENTS       PIC X(2).
       77  WS-STATUT-EN-COURS         PIC X(2).
       77  WS-STATUT-PRODUITS         PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).


      *----------------------------------------------------------------
      * Ecran de saisie (24 lignes de 80 colonnes)
      *----------------------------------------------------------------
       SCREEN SECTION.

       01  ECR-SAISIE.
           05 BLANK SCREEN.
           05 LINE 1  COL 1  VALUE "ASSURSAI".
           05 LINE 1  COL 15
              VALUE "SAISIE DES MOUVEMENTS DU MAITRE DES CONTRATS".
           05 LINE 1  COL 70 PIC X(10) FROM WS-DATE-JOUR-ED.
           05 LINE 3  COL 1  VALUE "Operateur ............. :".
           05 LINE 3  COL 27 PIC X(8) USING WS-SAI-OPERATEUR
                             UNDERLINE.
           05 LINE 4  COL 1  VALUE "Code contrat .......... :".
           05 LINE 4  COL 27 PIC 9(8) USING WS-SAI-CODE-CONTRAT
                             UNDERLINE.
           05 LINE 4  COL 40 VALUE "Mouvement (C/M/R/D) :".
           05 LINE 4  COL 62 PIC X USING WS-SAI-MOUVEMENT
                             UNDERLINE.
           05 LINE 6  COL 1  VALUE "Nom du contrat ........ :".
           05 LINE 6  COL 27 PIC X(14) USING WS-SAI-NOM-CONTRAT
                             UNDERLINE.
           05 LINE 7  COL 1  VALUE "Produit ............... :".
           05 LINE 7  COL 27 PIC X(14) USING WS-SAI-NOM-PRODUIT
                             UNDERLINE.
           05 LINE 8  COL 1  VALUE "Client ................ :".
           05 LINE 8  COL 27 PIC X(41) USING WS-SAI-NOM-CLIENT
                             UNDERLINE.
           05 LINE 9  COL 1  VALUE "Identifiant client .... :".
           05 LINE 9  COL 27 PIC 9(6) FROM WS-AFF-ID-CLIENT.
           05 LINE 10 COL 1  VALUE "Statut ................ :".
           05 LINE 10 COL 27 PIC X(8) USING WS-SAI-STATUT
                             UNDERLINE.
           05 LINE 11 COL 1  VALUE "Date debut ............ :".
           05 LINE 11 COL 27 PIC 9(8) USING WS-SAI-DATE-DEBUT
                             UNDERLINE.
           05 LINE 11 COL 40 VALUE "(AAAAMMJJ)".
           05 LINE 12 COL 1  VALUE "Date fin / d'effet .... :".
           05 LINE 12 COL 27 PIC 9(8) USING WS-SAI-DATE-FIN
                             UNDERLINE.
           05 LINE 12 COL 40
              VALUE "(AAAAMMJJ ; effet de la resiliation si R)".
           05 LINE 13 COL 1  VALUE "Prime ................. :".
           05 LINE 13 COL 27 PIC Z(6)9.99 USING WS-SAI-MONTANT
                             UNDERLINE.
           05 LINE 14 COL 1  VALUE "Devise ................ :".
           05 LINE 14 COL 27 PIC X(3) USING WS-SAI-DEVISE
                             UNDERLINE.
           05 LINE 15 COL 1  VALUE "Code intermediaire .... :".
           05 LINE 15 COL 27 PIC X(6) USING WS-SAI-CODE-INTERM
                             UNDERLINE.
           05 LINE 17 COL 1  PIC X(79) FROM WS-AFF-MAITRE.
           05 LINE 18 COL 1  PIC X(79) FROM WS-AFF-SUIVI.
           05 LINE 20 COL 1  VALUE "Confirmer (O/N) ....... :".
           05 LINE 20 COL 27 PIC X USING WS-SAI-CONFIRMATION
                             UNDERLINE.
           05 LINE 22 COL 1  PIC X(79) FROM WS-MESSAGE HIGHLIGHT.
           05 LINE 24 COL 1
              VALUE "Entree = appel / controle / enregistrement".
           05 LINE 24 COL 46 VALUE "F3 = fin".
           05 LINE 24 COL 57 VALUE "F5 = relire le contrat".


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0045-CHARGEMENT-DEVISES-DEBUT
          THRU 0045-CHARGEMENT-DEVISES-FIN.

       PERFORM 0055-CHARGEMENT-PRODUITS-DEBUT
          THRU 0055-CHARGEMENT-PRODUITS-FIN.

       PERFORM 0056-CHARGEMENT-CLIENTS-DEBUT
          THRU 0056-CHARGEMENT-CLIENTS-FIN.

       PERFORM 0060-CHARGEMENT-SUIVI-DEBUT
          THRU 0060-CHARGEMENT-SUIVI-FIN.

       PERFORM 0100-SAISIE-DEBUT
          THRU 0100-SAISIE-FIN.

       IF WS-OPERATEUR-JRN NOT = SPACES
           PERFORM 0900-JOURNAL-DEBUT
              THRU 0900-JOURNAL-FIN
       END-IF.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : nom du fichier des
      *mouvements a alimenter (par defaut mouvements-assurances.dat,
      *celui que lit ASSURMAJ) et date comptable DATE=AAAAMMJJ (date
      *systeme sinon), qui sert de date d'effet par defaut d'une
      *resiliation.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.

       UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
           INTO WS-PARM-1
       END-UNSTRING.

       IF WS-PARM-1 = SPACES
           MOVE "mouvements-assurances.dat" TO WS-FICHIER-MOUVEMENTS
       ELSE
           MOVE WS-PARM-1 TO WS-FICHIER-MOUVEMENTS
       END-IF.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       STRING WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2)
           INTO WS-DATE-JOUR-ED.

       INITIALIZE WS-SAISIE.

       ACCEPT WS-DHS-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-DHS-HEURE FROM TIME.

       STRING WS-DHS-DATE(1:4) "-" WS-DHS-DATE(5:2) "-" WS-DHS-DATE(7:2)
              " " WS-DHS-HEURE(1:2) ":" WS-DHS-HEURE(3:2) ":"
              WS-DHS-HEURE(5:2)
           INTO WS-DATE-HEURE-JRN.

       0000-INITIALISATION-FIN.
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

      *Chargement en memoire de la reference des devises (une ligne
      *DEVISE,DECIMALES par devise autorisee), comme ASSURMAJ : sans
      *reference lisible, la liste historique est reprise en secours.

       MOVE ZERO TO WS-NB-DEVISES.
       MOVE "N" TO WS-FIN-DEVISES.

       OPEN INPUT FICHIER-DEVISES.

       IF WS-STATUT-DEVISES = "00"

           PERFORM UNTIL WS-FIN-DEVISES = "O"

               READ FICHIER-DEVISES
                   AT END
                       MOVE "O" TO WS-FIN-DEVISES
                   NOT AT END
                       IF F-LIGNE-DEVISE(1:7) NOT = "Devise,"
                          AND F-LIGNE-DEVISE NOT = SPACES
                          AND WS-NB-DEVISES < 20
                           ADD 1 TO WS-NB-DEVISES
                           MOVE SPACES TO WS-DEV-ZONE-1
                           MOVE SPACES TO WS-DEV-ZONE-2
                           UNSTRING F-LIGNE-DEVISE DELIMITED BY ","
                               INTO WS-DEV-ZONE-1 WS-DEV-ZONE-2
                           END-UNSTRING
                           MOVE WS-DEV-ZONE-1(1:3)
                             TO WS-DEV-CODE(WS-NB-DEVISES)
                       END-IF
               END-READ

           END-PERFORM

           CLOSE FICHIER-DEVISES
       END-IF.

      *Secours : la liste historique (EUR USD GBP CHF JPY) est reprise
      *quand la reference est illisible ou vide, avec avertissement a
      *l'operateur.

       IF WS-NB-DEVISES = ZERO
           MOVE "ATTENTION - reference des devises illisible, liste h
      -         "istorique reprise." TO WS-MESSAGE
           MOVE 5 TO WS-NB-DEVISES
           MOVE "EUR" TO WS-DEV-CODE(1)
           MOVE "USD" TO WS-DEV-CODE(2)
           MOVE "GBP" TO WS-DEV-CODE(3)
           MOVE "CHF" TO WS-DEV-CODE(4)
           MOVE "JPY" TO WS-DEV-CODE(5)
       END-IF.

       0045-CHARGEMENT-DEVISES-FIN.
       EXIT.


      *-----------------------------------------------

       0055-CHARGEMENT-PRODUITS-DEBUT.

      *Chargement en memoire de la reference des produits maintenue
      *par ASSURPRD. Sans reference lisible, le controle des produits
      *est desactive (avec avertissement), comme dans ASSURMAJ.

       SET WS-CONTROLE-PRODUITS-INACTIF TO TRUE.
       MOVE ZERO TO WS-NB-PRODUITS.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-PRODUITS-IDX.

       IF WS-STATUT-PRODUITS NOT = "00"
           MOVE "ATTENTION - reference des produits illisible, contr
      -         "ole des produits desactive." TO WS-MESSAGE
           GO TO 0055-CHARGEMENT-PRODUITS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-PRODUITS-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF WS-NB-PRODUITS < 200
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE PRD-CODE
                         TO WS-PROD-CODE(WS-NB-PRODUITS)
                       MOVE PRD-LIBELLE
                         TO WS-PROD-LIBELLE(WS-NB-PRODUITS)
                       MOVE PRD-FAMILLE
                         TO WS-PROD-FAMILLE(WS-NB-PRODUITS)
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-PRODUITS-IDX.

       MOVE "N" TO WS-FIN-LECTURE.

       IF WS-NB-PRODUITS > ZERO
           SET WS-CONTROLE-PRODUITS-ACTIF TO TRUE
       END-IF.

       0055-CHARGEMENT-PRODUITS-FIN.
       EXIT.


      *-----------------------------------------------

       0056-CHARGEMENT-CLIENTS-DEBUT.

      *Chargement en memoire du referentiel des clients maintenu par
      *ASSURCLI (identifiant + nom normalise, un alias renvoyant au
      *client conserve). Sans referentiel lisible, l'identifiant
      *affiche reste a zero, comme il le restera au maitre.

       MOVE ZERO TO WS-NB-CLIREF.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-CLIREF.

       IF WS-STATUT-CLIREF NOT = "00"
           MOVE "ATTENTION - referentiel des clients illisible, ident
      -         "ifiants clients non rattaches." TO WS-MESSAGE
           GO TO 0056-CHARGEMENT-CLIENTS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-CLIREF NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF WS-NB-CLIREF < 5000
                       ADD 1 TO WS-NB-CLIREF
                       IF CLI-ID-CANONIQUE NOT = ZERO
                           MOVE CLI-ID-CANONIQUE
                             TO WS-CLR-ID(WS-NB-CLIREF)
                       ELSE
                           MOVE CLI-ID-CLIENT
                             TO WS-CLR-ID(WS-NB-CLIREF)
                       END-IF
                       MOVE CLI-NOM-NORM
                         TO WS-CLR-NOM-NORM(WS-NB-CLIREF)
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLIREF.

       MOVE "N" TO WS-FIN-LECTURE.

       0056-CHARGEMENT-CLIENTS-FIN.
       EXIT.


      *-----------------------------------------------

       0057-NORMALISE-NOM-DEBUT.

      *Normalisation du nom de WS-NOM-BRUT vers WS-NOM-NORM : les
      *espaces de tete et les suites d'espaces sont reduits a un
      *seul, meme regle que le referentiel ASSURCLI.

       MOVE SPACES TO WS-NOM-NORM.
       MOVE ZERO TO WS-PTR-NOM-DST.
       MOVE "O" TO WS-PREC-ESPACE.

       PERFORM VARYING WS-PTR-NOM-SRC FROM 1 BY 1
               UNTIL WS-PTR-NOM-SRC > 41

           IF WS-NOM-BRUT(WS-PTR-NOM-SRC:1) NOT = SPACE
               ADD 1 TO WS-PTR-NOM-DST
               MOVE WS-NOM-BRUT(WS-PTR-NOM-SRC:1)
                 TO WS-NOM-NORM(WS-PTR-NOM-DST:1)
               MOVE "N" TO WS-PREC-ESPACE
           ELSE
               IF WS-PREC-ESPACE = "N"
                   ADD 1 TO WS-PTR-NOM-DST
                   MOVE "O" TO WS-PREC-ESPACE
               END-IF
           END-IF

       END-PERFORM.

       0057-NORMALISE-NOM-FIN.
       EXIT.


      *-----------------------------------------------

       0058-RECHERCHE-ID-CLIENT-DEBUT.

      *Recherche de WS-NOM-NORM dans le referentiel en memoire ;
      *WS-ID-CLIENT-TROUVE vaut zero quand le nom est inconnu.

       MOVE ZERO TO WS-ID-CLIENT-TROUVE.

       PERFORM VARYING WS-CPT-CLIREF FROM 1 BY 1
               UNTIL WS-CPT-CLIREF > WS-NB-CLIREF
                  OR WS-ID-CLIENT-TROUVE NOT = ZERO
           IF WS-CLR-NOM-NORM(WS-CPT-CLIREF) = WS-NOM-NORM
               MOVE WS-CLR-ID(WS-CPT-CLIREF)
                 TO WS-ID-CLIENT-TROUVE
           END-IF
       END-PERFORM.

       0058-RECHERCHE-ID-CLIENT-FIN.
       EXIT.


      *-----------------------------------------------

       0060-CHARGEMENT-SUIVI-DEBUT.

      *Chargement du suivi des renouvellements en cours d'ASSURREN
      *(code contrat, date de proposition, PROPOSE ou DECLINE). Un
      *suivi absent est un suivi vide.

       MOVE ZERO TO WS-NB-SUIVI.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-EN-COURS.

       IF WS-STATUT-EN-COURS NOT = "00"
           GO TO 0060-CHARGEMENT-SUIVI-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-EN-COURS
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF WS-NB-SUIVI < 9999
                       ADD 1 TO WS-NB-SUIVI
                       MOVE RNV-CODE-CONTRAT
                         TO WS-SUI-CODE(WS-NB-SUIVI)
                       MOVE RNV-DATE-PROPOSITION
                         TO WS-SUI-DATE(WS-NB-SUIVI)
                       MOVE RNV-STATUT
                         TO WS-SUI-STATUT(WS-NB-SUIVI)
                   ELSE
                       ADD 1 TO WS-NB-SUI-PERDUS
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-EN-COURS.

       MOVE "N" TO WS-FIN-LECTURE.

       0060-CHARGEMENT-SUIVI-FIN.
       EXIT.


      *-----------------------------------------------

       0100-SAISIE-DEBUT.

      *Ouverture du maitre en consultation puis boucle de l'ecran
      *jusqu'a la touche de fin. Un maitre encore inexistant
      *(premiere mise en service) ne permet que des creations ; un
      *maitre illisible arrete la saisie.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       EVALUATE WS-STATUT-IDX
           WHEN "00"
               SET WS-MAITRE-LISIBLE TO TRUE
           WHEN "35"
               SET WS-MAITRE-ABSENT TO TRUE
               MOVE "ATTENTION - fichier maitre absent, creations seu
      -             "lement." TO WS-MESSAGE
           WHEN OTHER
               DISPLAY "ERREUR - fichier maitre " WS-FICHIER-IDX
                       " illisible (statut " WS-STATUT-IDX ")."
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-FIN
       END-EVALUATE.

       IF WS-NB-SUI-PERDUS > ZERO
           MOVE "ATTENTION - suivi des renouvellements trop long, cod
      -         "e D indisponible." TO WS-MESSAGE
       END-IF.

       SET WS-SAISIE-EN-COURS TO TRUE.

       PERFORM UNTIL WS-FIN-SAISIE
           PERFORM 0110-ECRAN-DEBUT
              THRU 0110-ECRAN-FIN
       END-PERFORM.

       IF WS-MAITRE-LISIBLE
           CLOSE FICHIER-ASSURANCE-IDX
       END-IF.

       0100-SAISIE-FIN.
       EXIT.


      *-----------------------------------------------

       0110-ECRAN-DEBUT.

      *Un tour d'ecran : affichage, saisie, puis selon la touche et
      *l'etat de la saisie, appel du contrat (code nouveau ou F5),
      *controle, ou enregistrement du mouvement confirme.

       DISPLAY ECR-SAISIE.
       ACCEPT ECR-SAISIE.

       MOVE SPACES TO WS-MESSAGE.

       EVALUATE TRUE
           WHEN WS-TOUCHE-FIN
               SET WS-FIN-SAISIE TO TRUE
               GO TO 0110-ECRAN-FIN
           WHEN WS-TOUCHE-RELIRE
               MOVE ZERO TO WS-CODE-CHARGE
           WHEN WS-TOUCHE-ENTREE
               CONTINUE
           WHEN OTHER
               MOVE "Touche inactive (Entree, F3 ou F5)."
                 TO WS-MESSAGE
               GO TO 0110-ECRAN-FIN
       END-EVALUATE.

       IF WS-SAI-OPERATEUR = SPACES
           MOVE "Identifiant operateur obligatoire." TO WS-MESSAGE
           GO TO 0110-ECRAN-FIN
       END-IF.

      *Un changement d'operateur clot la session precedente au
      *journal.

       IF WS-SAI-OPERATEUR NOT = WS-OPERATEUR-JRN
           IF WS-OPERATEUR-JRN NOT = SPACES
               PERFORM 0900-JOURNAL-DEBUT
                  THRU 0900-JOURNAL-FIN
           END-IF
           MOVE WS-SAI-OPERATEUR TO WS-OPERATEUR-JRN
       END-IF.

       IF WS-SAI-CODE-CONTRAT = ZERO
           MOVE "R001 CODE CONTRAT INVALIDE" TO WS-MESSAGE
           GO TO 0110-ECRAN-FIN
       END-IF.

       IF WS-SAI-CODE-CONTRAT NOT = WS-CODE-CHARGE
           PERFORM 0200-APPEL-CONTRAT-DEBUT
              THRU 0200-APPEL-CONTRAT-FIN
           GO TO 0110-ECRAN-FIN
       END-IF.

       PERFORM 0300-VALIDATION-DEBUT
          THRU 0300-VALIDATION-FIN.

       IF WS-ENREGISTREMENT-INVALIDE
           ADD 1 TO WS-NB-REFUS
           MOVE SPACE TO WS-SAI-CONFIRMATION
           STRING WS-CODE-RAISON " " WS-RAISON-REJET
               DELIMITED BY SIZE INTO WS-MESSAGE
           GO TO 0110-ECRAN-FIN
       END-IF.

       IF WS-SAI-CONFIRMATION NOT = "O"
           IF WS-SAI-MOUVEMENT NOT = "D"
              AND WS-SAI-MOUVEMENT NOT = "R"
              AND WS-AFF-ID-CLIENT = ZERO
               MOVE "Controles OK (client absent du referentiel, ide
      -             "ntifiant a zero) - confirmer par O." TO WS-MESSAGE
           ELSE
               MOVE "Controles OK - confirmer par O puis Entree."
                 TO WS-MESSAGE
           END-IF
           GO TO 0110-ECRAN-FIN
       END-IF.

       IF WS-SAI-MOUVEMENT = "D"
           PERFORM 0410-DECLINAISON-DEBUT
              THRU 0410-DECLINAISON-FIN
       ELSE
           PERFORM 0400-ECRITURE-MOUVEMENT-DEBUT
              THRU 0400-ECRITURE-MOUVEMENT-FIN
       END-IF.

       0110-ECRAN-FIN.
       EXIT.


      *-----------------------------------------------

       0200-APPEL-CONTRAT-DEBUT.

      *Appel du contrat saisi : lecture au maitre par cle. Un contrat
      *connu est affiche (zones modifiables, image courante et suivi
      *du renouvellement) avec le code M propose ; un contrat inconnu
      *ouvre une creation (code C, statut ACTIF).

       ADD 1 TO WS-NB-CONSULTES.

       MOVE WS-SAI-CODE-CONTRAT TO WS-CODE-CHARGE.
       INITIALIZE WS-SAISIE.
       MOVE WS-CODE-CHARGE TO WS-SAI-CODE-CONTRAT.
       MOVE ZERO   TO WS-AFF-ID-CLIENT.
       MOVE SPACES TO WS-AFF-MAITRE.
       MOVE SPACES TO WS-AFF-SUIVI.
       MOVE ZERO   TO WS-IDX-SUI.

       SET WS-CONTRAT-INCONNU TO TRUE.

       IF WS-MAITRE-LISIBLE
           MOVE WS-SAI-CODE-CONTRAT TO IDX-CODE-CONTRAT
           READ FICHIER-ASSURANCE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTRAT-CONNU TO TRUE
           END-READ
       END-IF.

       IF WS-CONTRAT-INCONNU
           MOVE "C"        TO WS-SAI-MOUVEMENT
           MOVE "ACTIF   " TO WS-SAI-STATUT
           MOVE "Contrat inconnu au maitre : saisir la creation (C)."
             TO WS-MESSAGE
           GO TO 0200-APPEL-CONTRAT-FIN
       END-IF.

       MOVE "M"                 TO WS-SAI-MOUVEMENT.
       MOVE IDX-NOM-CONTRAT     TO WS-SAI-NOM-CONTRAT.
       MOVE IDX-NOM-PRODUIT     TO WS-SAI-NOM-PRODUIT.
       MOVE IDX-NOM-CLIENT      TO WS-SAI-NOM-CLIENT.
       MOVE IDX-STATUT          TO WS-SAI-STATUT.
       MOVE IDX-MONTANT         TO WS-SAI-MONTANT.
       MOVE IDX-DEVISE(1:3)     TO WS-SAI-DEVISE.
       MOVE IDX-CODE-INTERM     TO WS-SAI-CODE-INTERM.
       MOVE IDX-ID-CLIENT       TO WS-AFF-ID-CLIENT.

      *Dates du maitre (AAAA/MM/JJ) ramenees a la saisie AAAAMMJJ.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4).
       MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2).
       MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2).
       MOVE IDX-DATE-FIN(1:4)   TO WS-DATE-FIN-NUM(1:4).
       MOVE IDX-DATE-FIN(6:2)   TO WS-DATE-FIN-NUM(5:2).
       MOVE IDX-DATE-FIN(9:2)   TO WS-DATE-FIN-NUM(7:2).
       MOVE WS-DATE-DEBUT-NUM   TO WS-SAI-DATE-DEBUT.
       MOVE WS-DATE-FIN-NUM     TO WS-SAI-DATE-FIN.

       IF IDX-STATUT = "RESILIE "
           STRING "Au maitre : " IDX-STATUT " du " IDX-DATE-DEBUT
                  " au " IDX-DATE-FIN " resilie au "
                  IDX-DATE-RESILIATION
               DELIMITED BY SIZE INTO WS-AFF-MAITRE
       ELSE
           STRING "Au maitre : " IDX-STATUT " du " IDX-DATE-DEBUT
                  " au " IDX-DATE-FIN
               DELIMITED BY SIZE INTO WS-AFF-MAITRE
       END-IF.

      *Suivi du renouvellement du contrat, s'il y en a un.

       PERFORM VARYING WS-CPT-SUI FROM 1 BY 1
               UNTIL WS-CPT-SUI > WS-NB-SUIVI
                  OR WS-IDX-SUI NOT = ZERO
           IF WS-SUI-CODE(WS-CPT-SUI) = WS-SAI-CODE-CONTRAT
               MOVE WS-CPT-SUI TO WS-IDX-SUI
           END-IF
       END-PERFORM.

       IF WS-IDX-SUI NOT = ZERO
           STRING "Renouvellement : " WS-SUI-STATUT(WS-IDX-SUI)
                  " le " WS-SUI-DATE(WS-IDX-SUI)(1:4) "/"
                  WS-SUI-DATE(WS-IDX-SUI)(5:2) "/"
                  WS-SUI-DATE(WS-IDX-SUI)(7:2)
               DELIMITED BY SIZE INTO WS-AFF-SUIVI
       END-IF.

       MOVE "Contrat lu au maitre : M modifier, R resilier, D declin
      -     "er le renouvellement." TO WS-MESSAGE.

       0200-APPEL-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0300-VALIDATION-DEBUT.

      *Controle de saisie du mouvement, memes regles et memes codes
      *raison que le controle d'ASSURMAJ (0110) : code mouvement,
      *date d'effet d'une resiliation, ordre des dates, devise de la
      *reference, produit de la reference. L'existence du contrat,
      *qu'ASSURMAJ ne controle qu'a l'application (R005, R006,
      *R012), est controlee ici des la saisie ; les dates sont de
      *plus controlees au calendrier. Le client est rattache par son
      *nom normalise, l'identifiant trouve est affiche.

       SET WS-ENREGISTREMENT-VALIDE TO TRUE.
       MOVE SPACES TO WS-CODE-RAISON.
       MOVE SPACES TO WS-RAISON-REJET.

       IF WS-SAI-MOUVEMENT NOT = "C"
          AND WS-SAI-MOUVEMENT NOT = "M"
          AND WS-SAI-MOUVEMENT NOT = "R"
          AND WS-SAI-MOUVEMENT NOT = "D"
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R007" TO WS-CODE-RAISON
           MOVE "CODE MOUVEMENT INCONNU" TO WS-RAISON-REJET
           GO TO 0300-VALIDATION-FIN
       END-IF.

       IF WS-SAI-MOUVEMENT = "C"
          AND WS-CONTRAT-CONNU
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R006" TO WS-CODE-RAISON
           MOVE "CONTRAT DEJA PRESENT AU MAITRE" TO WS-RAISON-REJET
           GO TO 0300-VALIDATION-FIN
       END-IF.

       IF WS-SAI-MOUVEMENT NOT = "C"
          AND WS-CONTRAT-INCONNU
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R005" TO WS-CODE-RAISON
           MOVE "CONTRAT INCONNU AU MAITRE" TO WS-RAISON-REJET
           GO TO 0300-VALIDATION-FIN
       END-IF.

       EVALUATE WS-SAI-MOUVEMENT
           WHEN "R"
               PERFORM 0320-CONTROLE-RESILIATION-DEBUT
                  THRU 0320-CONTROLE-RESILIATION-FIN
           WHEN "D"
               PERFORM 0330-CONTROLE-DECLINAISON-DEBUT
                  THRU 0330-CONTROLE-DECLINAISON-FIN
           WHEN OTHER
               PERFORM 0310-CONTROLE-CONTENU-DEBUT
                  THRU 0310-CONTROLE-CONTENU-FIN
       END-EVALUATE.

       0300-VALIDATION-FIN.
       EXIT.


      *-----------------------------------------------

       0310-CONTROLE-CONTENU-DEBUT.

      *Creation ou modification : dates au calendrier et dans
      *l'ordre (R002), devise autorisee (R003), produit de la
      *reference quand elle est chargee (R010), puis rattachement du
      *client.

       MOVE WS-SAI-DATE-DEBUT TO WS-DATE-CTL-NUM.
       PERFORM 0340-CONTROLE-DATE-DEBUT
          THRU 0340-CONTROLE-DATE-FIN.

       IF WS-DATE-INVALIDE
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R002" TO WS-CODE-RAISON
           MOVE "DATE DEBUT INVALIDE (AAAAMMJJ)" TO WS-RAISON-REJET
           GO TO 0310-CONTROLE-CONTENU-FIN
       END-IF.

       MOVE WS-SAI-DATE-FIN TO WS-DATE-CTL-NUM.
       PERFORM 0340-CONTROLE-DATE-DEBUT
          THRU 0340-CONTROLE-DATE-FIN.

       IF WS-DATE-INVALIDE
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R002" TO WS-CODE-RAISON
           MOVE "DATE FIN INVALIDE (AAAAMMJJ)" TO WS-RAISON-REJET
           GO TO 0310-CONTROLE-CONTENU-FIN
       END-IF.

       IF WS-SAI-DATE-DEBUT > WS-SAI-DATE-FIN
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R002" TO WS-CODE-RAISON
           MOVE "DATE DEBUT POSTERIEURE A LA FIN" TO WS-RAISON-REJET
           GO TO 0310-CONTROLE-CONTENU-FIN
       END-IF.

       SET WS-DEVISE-INCONNUE TO TRUE.
       PERFORM VARYING WS-CPT-DEVISE FROM 1 BY 1
               UNTIL WS-CPT-DEVISE > WS-NB-DEVISES
           IF WS-SAI-DEVISE = WS-DEV-CODE(WS-CPT-DEVISE)
               SET WS-DEVISE-CONNUE TO TRUE
           END-IF
       END-PERFORM.

       IF WS-DEVISE-INCONNUE
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R003" TO WS-CODE-RAISON
           MOVE "DEVISE INVALIDE" TO WS-RAISON-REJET
           GO TO 0310-CONTROLE-CONTENU-FIN
       END-IF.

       IF WS-CONTROLE-PRODUITS-ACTIF
           SET WS-PRODUIT-INCONNU TO TRUE
           PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
                   UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
                      OR WS-PRODUIT-CONNU
               IF WS-SAI-NOM-PRODUIT =
                  WS-PROD-LIBELLE(WS-CPT-PRODUIT)
                   SET WS-PRODUIT-CONNU TO TRUE
               END-IF
           END-PERFORM
           IF WS-PRODUIT-INCONNU
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R010" TO WS-CODE-RAISON
               MOVE "PRODUIT INCONNU" TO WS-RAISON-REJET
               GO TO 0310-CONTROLE-CONTENU-FIN
           END-IF
       END-IF.

      *Rattachement du client comme le fera ASSURMAJ : un nom absent
      *du referentiel n'est pas bloquant (identifiant a zero).

       MOVE WS-SAI-NOM-CLIENT TO WS-NOM-BRUT.
       PERFORM 0057-NORMALISE-NOM-DEBUT
          THRU 0057-NORMALISE-NOM-FIN.
       PERFORM 0058-RECHERCHE-ID-CLIENT-DEBUT
          THRU 0058-RECHERCHE-ID-CLIENT-FIN.
       MOVE WS-ID-CLIENT-TROUVE TO WS-AFF-ID-CLIENT.

       0310-CONTROLE-CONTENU-FIN.
       EXIT.


      *-----------------------------------------------

       0320-CONTROLE-RESILIATION-DEBUT.

      *Resiliation : date d'effet (date comptable a blanc, affichee
      *pour confirmation) valide et dans la periode du contrat
      *(R011), contrat pas deja resilie (R012).

       IF WS-SAI-DATE-FIN = ZERO
           MOVE WS-DATE-JOUR TO WS-SAI-DATE-FIN
       END-IF.

       MOVE WS-SAI-DATE-FIN TO WS-DATE-EFFET-NUM.
       MOVE WS-SAI-DATE-FIN TO WS-DATE-CTL-NUM.
       PERFORM 0340-CONTROLE-DATE-DEBUT
          THRU 0340-CONTROLE-DATE-FIN.

       IF WS-DATE-INVALIDE
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R011" TO WS-CODE-RAISON
           MOVE "DATE EFFET RESILIATION INVALIDE" TO WS-RAISON-REJET
           GO TO 0320-CONTROLE-RESILIATION-FIN
       END-IF.

       IF IDX-STATUT = "RESILIE "
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R012" TO WS-CODE-RAISON
           MOVE "CONTRAT DEJA RESILIE" TO WS-RAISON-REJET
           GO TO 0320-CONTROLE-RESILIATION-FIN
       END-IF.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4).
       MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2).
       MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2).
       MOVE IDX-DATE-FIN(1:4)   TO WS-DATE-FIN-NUM(1:4).
       MOVE IDX-DATE-FIN(6:2)   TO WS-DATE-FIN-NUM(5:2).
       MOVE IDX-DATE-FIN(9:2)   TO WS-DATE-FIN-NUM(7:2).

       IF WS-DATE-EFFET-NUM < WS-DATE-DEBUT-NUM
          OR WS-DATE-EFFET-NUM > WS-DATE-FIN-NUM
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R011" TO WS-CODE-RAISON
           MOVE "DATE EFFET HORS PERIODE CONTRAT" TO WS-RAISON-REJET
       END-IF.

       0320-CONTROLE-RESILIATION-FIN.
       EXIT.


      *-----------------------------------------------

       0330-CONTROLE-DECLINAISON-DEBUT.

      *Renouvellement decline : contrat non resilie (R012), pas deja
      *decline (R012, etat du suivi incompatible) et suivi en memoire
      *complet (R021, propre a la saisie : le suivi ne peut recevoir
      *de nouvelle ligne tant qu'ASSURREN ne l'a pas purge).

       IF IDX-STATUT = "RESILIE "
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R012" TO WS-CODE-RAISON
           MOVE "CONTRAT DEJA RESILIE" TO WS-RAISON-REJET
           GO TO 0330-CONTROLE-DECLINAISON-FIN
       END-IF.

       IF WS-NB-SUI-PERDUS > ZERO
           SET WS-ENREGISTREMENT-INVALIDE TO TRUE
           MOVE "R021" TO WS-CODE-RAISON
           MOVE "SUIVI DES RENOUVELLEMENTS PLEIN" TO WS-RAISON-REJET
           GO TO 0330-CONTROLE-DECLINAISON-FIN
       END-IF.

       IF WS-IDX-SUI NOT = ZERO
           IF WS-SUI-STATUT(WS-IDX-SUI) = "DECLINE "
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R012" TO WS-CODE-RAISON
               MOVE "RENOUVELLEMENT DEJA DECLINE" TO WS-RAISON-REJET
           END-IF
       ELSE
           IF WS-NB-SUIVI >= 9999
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R021" TO WS-CODE-RAISON
               MOVE "SUIVI DES RENOUVELLEMENTS PLEIN"
                 TO WS-RAISON-REJET
           END-IF
       END-IF.

       0330-CONTROLE-DECLINAISON-FIN.
       EXIT.


      *-----------------------------------------------

       0340-CONTROLE-DATE-DEBUT.

      *Controle au calendrier de la date WS-DATE-CTL (AAAAMMJJ) :
      *annee a partir de 1900, mois de 1 a 12, jour existant dans le
      *mois (annees bissextiles comprises), comme ASSURMAJ.

       SET WS-DATE-VALIDE TO TRUE.

       IF WS-DATE-CTL-NUM IS NOT NUMERIC
          OR WS-CTL-ANNEE < 1900
          OR WS-CTL-MOIS < 1 OR WS-CTL-MOIS > 12
           SET WS-DATE-INVALIDE TO TRUE
           GO TO 0340-CONTROLE-DATE-FIN
       END-IF.

       IF WS-CTL-JOUR < 1 OR WS-CTL-JOUR > 31
          OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CTL-NUM) NOT = ZERO
           SET WS-DATE-INVALIDE TO TRUE
       END-IF.

       0340-CONTROLE-DATE-FIN.
       EXIT.


      *-----------------------------------------------

       0400-ECRITURE-MOUVEMENT-DEBUT.

      *Ajout du mouvement confirme au fichier des mouvements du
      *prochain ASSURMAJ, au format d'entree d'ASSURMAJ et signe de
      *l'operateur ; le fichier est cree s'il n'existe pas encore et
      *referme aussitot, pour qu'aucune saisie ne soit perdue. Une
      *resiliation porte sa date d'effet explicite.

       MOVE SPACES               TO MVT-LIGNE.
       MOVE WS-SAI-MOUVEMENT     TO MVT-CODE-MOUVEMENT.
       MOVE WS-SAI-CODE-CONTRAT  TO MVT-CODE-CONTRAT.
       MOVE WS-SAI-NOM-CONTRAT   TO MVT-NOM-CONTRAT.
       MOVE WS-SAI-NOM-PRODUIT   TO MVT-NOM-PRODUIT.
       MOVE WS-SAI-NOM-CLIENT    TO MVT-NOM-CLIENT.
       MOVE WS-SAI-STATUT        TO MVT-STATUT.
       MOVE WS-SAI-DATE-DEBUT    TO MVT-DATE-DEBUT.
       MOVE WS-SAI-DATE-FIN      TO MVT-DATE-FIN.
       MOVE WS-SAI-MONTANT       TO MVT-MONTANT.
       MOVE WS-SAI-DEVISE        TO MVT-DEVISE.
       MOVE WS-SAI-CODE-INTERM   TO MVT-CODE-INTERM.
       MOVE WS-SAI-OPERATEUR     TO MVT-OPERATEUR.

       OPEN EXTEND FICHIER-MOUVEMENTS.

       IF WS-STATUT-MOUVEMENTS = "35"
           OPEN OUTPUT FICHIER-MOUVEMENTS
           CLOSE FICHIER-MOUVEMENTS
           OPEN EXTEND FICHIER-MOUVEMENTS
       END-IF.

       IF WS-STATUT-MOUVEMENTS NOT = "00"
           STRING "ERREUR - fichier des mouvements illisible (statut "
                  WS-STATUT-MOUVEMENTS "), mouvement non enregistre."
               DELIMITED BY SIZE INTO WS-MESSAGE
           GO TO 0400-ECRITURE-MOUVEMENT-FIN
       END-IF.

       WRITE MVT-LIGNE.

       CLOSE FICHIER-MOUVEMENTS.

       ADD 1 TO WS-NB-MOUVEMENTS.

       STRING "Mouvement " WS-SAI-MOUVEMENT " du contrat "
              WS-SAI-CODE-CONTRAT " enregistre pour ASSURMAJ."
           DELIMITED BY SIZE INTO WS-MESSAGE.

       PERFORM 0420-REMISE-A-BLANC-DEBUT
          THRU 0420-REMISE-A-BLANC-FIN.

       0400-ECRITURE-MOUVEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0410-DECLINAISON-DEBUT.

      *Renouvellement decline : la ligne de suivi du contrat passe au
      *statut DECLINE, ou une ligne DECLINE est ajoutee, datee de la
      *date de fin courante du contrat (l'echeance declinee) pour
      *qu'ASSURREN la tienne pour valable jusqu'au renouvellement,
      *quelle que soit sa fenetre. Le suivi est reecrit en entier.
      *Un renouvellement deja PROPOSE a deja produit son mouvement
      *de modification : l'operateur en est averti. Le suivi ne
      *pouvant etre recree, la declinaison n'est pas enregistree et
      *le suivi en memoire reste inchange.

       OPEN OUTPUT FICHIER-EN-COURS.

       IF WS-STATUT-EN-COURS NOT = "00"
           STRING "ERREUR - suivi des renouvellements non recree "
                  "(statut " WS-STATUT-EN-COURS
                  "), declinaison non enregistree."
               DELIMITED BY SIZE INTO WS-MESSAGE
           GO TO 0410-DECLINAISON-FIN
       END-IF.

       IF WS-IDX-SUI NOT = ZERO
           IF WS-SUI-STATUT(WS-IDX-SUI) = "PROPOSE "
               STRING "Renouvellement decline ; deja propose le "
                      WS-SUI-DATE(WS-IDX-SUI)
                      " : retirer son mouvement M du lot."
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           MOVE "DECLINE " TO WS-SUI-STATUT(WS-IDX-SUI)
       ELSE
           ADD 1 TO WS-NB-SUIVI
           MOVE WS-SAI-CODE-CONTRAT TO WS-SUI-CODE(WS-NB-SUIVI)
           MOVE IDX-DATE-FIN(1:4)   TO WS-SUI-DATE(WS-NB-SUIVI)(1:4)
           MOVE IDX-DATE-FIN(6:2)   TO WS-SUI-DATE(WS-NB-SUIVI)(5:2)
           MOVE IDX-DATE-FIN(9:2)   TO WS-SUI-DATE(WS-NB-SUIVI)(7:2)
           MOVE "DECLINE "          TO WS-SUI-STATUT(WS-NB-SUIVI)
       END-IF.

       PERFORM VARYING WS-CPT-SUI FROM 1 BY 1
               UNTIL WS-CPT-SUI > WS-NB-SUIVI
           MOVE SPACES TO RNV-ENREGISTREMENT
           MOVE WS-SUI-CODE(WS-CPT-SUI)   TO RNV-CODE-CONTRAT
           MOVE WS-SUI-DATE(WS-CPT-SUI)   TO RNV-DATE-PROPOSITION
           MOVE WS-SUI-STATUT(WS-CPT-SUI) TO RNV-STATUT
           WRITE RNV-ENREGISTREMENT
       END-PERFORM.

       CLOSE FICHIER-EN-COURS.

       ADD 1 TO WS-NB-DECLINES.

       IF WS-MESSAGE = SPACES
           STRING "Renouvellement du contrat " WS-SAI-CODE-CONTRAT
                  " decline."
               DELIMITED BY SIZE INTO WS-MESSAGE
       END-IF.

       PERFORM 0420-REMISE-A-BLANC-DEBUT
          THRU 0420-REMISE-A-BLANC-FIN.

       0410-DECLINAISON-FIN.
       EXIT.


      *-----------------------------------------------

       0420-REMISE-A-BLANC-DEBUT.

      *Ecran remis a blanc pour la saisie suivante (l'operateur est
      *conserve).

       INITIALIZE WS-SAISIE.
       MOVE ZERO   TO WS-CODE-CHARGE.
       MOVE ZERO   TO WS-AFF-ID-CLIENT.
       MOVE SPACES TO WS-AFF-MAITRE.
       MOVE SPACES TO WS-AFF-SUIVI.
       MOVE ZERO   TO WS-IDX-SUI.
       SET WS-CONTRAT-INCONNU TO TRUE.

       0420-REMISE-A-BLANC-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit par session d'operateur (a la fin
      *de la saisie ou au changement d'operateur) : contrats appeles,
      *renouvellements declines, mouvements enregistres, saisies
      *refusees au controle, et identifiant de l'operateur. Les
      *compteurs repartent a zero pour la session suivante.

       MOVE SPACES                TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN     TO JRN-DATE-HEURE.
       MOVE "ASSURSAI"            TO JRN-PROGRAMME.
       MOVE WS-FICHIER-IDX        TO JRN-FICHIER-ENTREE.
       MOVE WS-FICHIER-MOUVEMENTS TO JRN-FICHIER-SORTIE.
       MOVE WS-NB-CONSULTES       TO JRN-NB-LUES.
       MOVE WS-NB-DECLINES        TO JRN-NB-TABLE.
       MOVE WS-NB-MOUVEMENTS      TO JRN-NB-ECRITES.
       MOVE WS-NB-REFUS           TO JRN-NB-REJETS.
       MOVE ZERO                  TO JRN-NB-PERDUES.
       MOVE WS-OPERATEUR-JRN      TO JRN-OPERATEUR.

       OPEN EXTEND FICHIER-JOURNAL.

       IF WS-STATUT-JOURNAL = "35"
           OPEN OUTPUT FICHIER-JOURNAL
           CLOSE FICHIER-JOURNAL
           OPEN EXTEND FICHIER-JOURNAL
       END-IF.

       WRITE JRN-LIGNE.

       CLOSE FICHIER-JOURNAL.

       MOVE ZERO TO WS-NB-CONSULTES.
       MOVE ZERO TO WS-NB-DECLINES.
       MOVE ZERO TO WS-NB-MOUVEMENTS.
       MOVE ZERO TO WS-NB-REFUS.

      *Horodatage de la session suivante.

       ACCEPT WS-DHS-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-DHS-HEURE FROM TIME.

       MOVE SPACES TO WS-DATE-HEURE-JRN.
       STRING WS-DHS-DATE(1:4) "-" WS-DHS-DATE(5:2) "-" WS-DHS-DATE(7:2)
              " " WS-DHS-HEURE(1:2) ":" WS-DHS-HEURE(3:2) ":"
              WS-DHS-HEURE(5:2)
           INTO WS-DATE-HEURE-JRN.

       0900-JOURNAL-FIN.
       EXIT.
