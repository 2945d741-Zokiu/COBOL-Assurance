       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurppna.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : provision pour primes non acquises
      *                 (PPNA) de fin de mois. Le fichier maitre des
      *                 contrats est lu a la date comptable (DATE=) ;
      *                 pour chaque contrat ACTIF, la part de prime
      *                 non acquise est calculee prorata temporis sur
      *                 la periode du contrat, en devise du contrat et
      *                 en EUR. Le rapport donne la provision par
      *                 famille de produits et par devise avec la
      *                 variation par rapport au mois precedent (tiree
      *                 de l'historique cumulatif historique-ppna.dat)
      *                 ; la variation EUR est transmise a ASSURGL pour
      *                 une paire d'ecritures de dotation ou de reprise.
      * 2026-10-15  TD  Les contrats SUSPENDU pour impaye, toujours
      *                 factures, sont provisionnes comme les ACTIF.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre indexe des contrats (alimente par ASSUR)
       SELECT FICHIER-ASSURANCE-IDX ASSIGN TO DYNAMIC WS-FICHIER-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDX-CODE-CONTRAT
       FILE STATUS IS WS-STATUT-IDX.

      *Reference des produits (maintenue par ASSURPRD)
       SELECT FICHIER-PRODUITS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-PRD-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-CODE
       FILE STATUS IS WS-STATUT-PRODUITS.

      *Historique cumulatif de la provision (jamais ecrase)
       SELECT FICHIER-HISTO-PPNA ASSIGN
                       TO DYNAMIC WS-FICHIER-HISTO-PPNA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-HISTO-PPNA.

      *Rapport de la provision par famille et par devise
       SELECT FICHIER-RAPPORT ASSIGN TO DYNAMIC WS-FICHIER-RAPPORT
       ORGANIZATION IS LINE SEQUENTIAL.

      *Variation de la provision transmise a ASSURGL
       SELECT FICHIER-PPNA-GL ASSIGN TO DYNAMIC WS-FICHIER-PPNA-GL
       ORGANIZATION IS LINE SEQUENTIAL.

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

       FD FICHIER-PRODUITS-IDX.
      * COPY PRDREC.CPY fournit PRD-ENREGISTREMENT.
           COPY PRDREC.

       FD FICHIER-HISTO-PPNA.
      * COPY PPNREC.CPY fournit PPN-LIGNE.
           COPY PPNREC.

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT          PIC X(132).

       FD FICHIER-PPNA-GL.
           01 F-LIGNE-PPNA-GL          PIC X(80).

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de traitement (repris dans le journal d'audit)
      *----------------------------------------------------------------
       77  WS-NB-LUS          PIC 9(5)   VALUE ZERO.
       77  WS-NB-ACTIFS       PIC 9(5)   VALUE ZERO.
       77  WS-NB-ANOMALIES    PIC 9(5)   VALUE ZERO.
       77  WS-NB-LIGNES-ECR   PIC 9(5)   VALUE ZERO.
       77  WS-NB-HISTO-LUES   PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

      *----------------------------------------------------------------
      * Table des produits de reference (famille de chaque produit)
      *----------------------------------------------------------------
       COPY PRDTAB.

      *----------------------------------------------------------------
      * Provision par famille et devise : calcul du jour et provision
      * du mois precedent (dernier calcul anterieur au mois comptable
      * dans l'historique)
      *----------------------------------------------------------------
       01  WS-TABLE-PPNA.
           05 WS-PPN-ENTREE OCCURS 100 TIMES.
              10 WS-PPN-FAMILLE       PIC X(12).
              10 WS-PPN-DEVISE        PIC X(3).
              10 WS-PPN-NB            PIC 9(5).
              10 WS-PPN-MONTANT       PIC 9(12)v9(2).
              10 WS-PPN-EUR           PIC 9(12)v9(2).
              10 WS-PPN-PREC-EUR      PIC 9(12)v9(2).

       77  WS-NB-PPN          PIC 9(3)   VALUE ZERO.
       77  WS-IDX-PPN         PIC 9(3)   VALUE ZERO.
       77  WS-CPT-PPN         PIC 9(3)   VALUE ZERO.
       77  WS-NB-PPN-PERDUS   PIC 9(5)   VALUE ZERO.

      *Cle de rangement dans la table (famille et devise courantes).
       01  WS-CLE-FAMILLE            PIC X(12).
       01  WS-CLE-DEVISE             PIC X(3).

      *Date du calcul de l'historique retenu comme mois precedent.
       77  WS-DATE-PRECEDENTE        PIC 9(8)  VALUE ZERO.

      *----------------------------------------------------------------
      * Zones de travail du calcul prorata temporis
      *----------------------------------------------------------------
       77  WS-DATE-DEBUT-NUM         PIC 9(8)      VALUE ZERO.
       77  WS-DATE-FIN-NUM           PIC 9(8)      VALUE ZERO.
       77  WS-JOURS-PERIODE          PIC S9(7)     VALUE ZERO.
       77  WS-JOURS-NON-ACQUIS       PIC S9(7)     VALUE ZERO.
       77  WS-PPNA-CONTRAT           PIC 9(9)v9(2) VALUE ZERO.
       77  WS-PPNA-CONTRAT-EUR       PIC 9(9)v9(2) VALUE ZERO.

       77  WS-TOTAL-EUR              PIC 9(13)v9(2)  VALUE ZERO.
       77  WS-TOTAL-PREC-EUR         PIC 9(13)v9(2)  VALUE ZERO.
       77  WS-VARIATION-EUR          PIC S9(13)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Parametrage de l'execution : date comptable DATE=AAAAMMJJ
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       77  WS-MOIS-COMPTABLE          PIC 9(6)  VALUE ZERO.

       01  WS-FICHIER-IDX             PIC X(60) VALUE
                                       "assurances-idx.dat".
       01  WS-FICHIER-PRD-IDX         PIC X(60) VALUE
                                       "produits-idx.dat".
       01  WS-FICHIER-HISTO-PPNA      PIC X(60) VALUE
                                       "historique-ppna.dat".
       01  WS-FICHIER-RAPPORT         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-PPNA-GL         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-PRODUITS         PIC X(2).
       77  WS-STATUT-HISTO-PPNA       PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

      *----------------------------------------------------------------
      * Zones editees du rapport et de l'extrait comptable
      *----------------------------------------------------------------
       77  WS-NB-ED                  PIC ZZZZ9.
       77  WS-MONTANT-ED             PIC Z(11)9.99.
       77  WS-EUR-ED                 PIC Z(11)9.99.
       77  WS-PREC-EUR-ED            PIC Z(11)9.99.
       77  WS-VARIATION-ED           PIC -(12)9.99.


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0055-CHARGEMENT-PRODUITS-DEBUT
          THRU 0055-CHARGEMENT-PRODUITS-FIN.

       PERFORM 0100-CALCUL-PPNA-DEBUT
          THRU 0100-CALCUL-PPNA-FIN.

       PERFORM 0200-MOIS-PRECEDENT-DEBUT
          THRU 0200-MOIS-PRECEDENT-FIN.

       PERFORM 0300-RAPPORT-DEBUT
          THRU 0300-RAPPORT-FIN.

       PERFORM 0400-HISTORIQUE-DEBUT
          THRU 0400-HISTORIQUE-FIN.

       PERFORM 0500-EXTRAIT-GL-DEBUT
          THRU 0500-EXTRAIT-GL-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : seule la date
      *comptable DATE=AAAAMMJJ est attendue (date systeme sinon).

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-COMPTABLE.

      *Le rapport est horodate avec la date comptable ; l'extrait
      *pour ASSURGL porte le mois comptable, comme l'extrait du grand
      *livre qu'il alimente.

       STRING "ppna-assurances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-RAPPORT.

       STRING "ppna-gl-" WS-MOIS-COMPTABLE ".dat"
           INTO WS-FICHIER-PPNA-GL.

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

       0055-CHARGEMENT-PRODUITS-DEBUT.

      *Chargement en memoire de la reference des produits maintenue
      *par ASSURPRD, pour la famille de chaque produit. Sans
      *reference lisible, toute la provision est rangee sous une
      *famille INCONNUE (avec avertissement).

       MOVE ZERO TO WS-NB-PRODUITS.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-PRODUITS-IDX.

       IF WS-STATUT-PRODUITS NOT = "00"
           DISPLAY "ATTENTION - reference des produits "
                   WS-FICHIER-PRD-IDX
                   " illisible (statut " WS-STATUT-PRODUITS
                   "), familles non renseignees."
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

       0055-CHARGEMENT-PRODUITS-FIN.
       EXIT.


      *-----------------------------------------------

       0100-CALCUL-PPNA-DEBUT.

      *Parcours sequentiel du fichier maitre : chaque contrat ACTIF
      *dont la periode n'est pas echue a la date comptable porte une
      *provision, cumulee par famille de produits et par devise.

       DISPLAY "Calcul de la PPNA au " WS-DATE-JOUR " :".
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "ERREUR - fichier indexe " WS-FICHIER-IDX
                   " illisible (statut " WS-STATUT-IDX
                   "), lancer d'abord le traitement ASSUR."
           MOVE 8 TO RETURN-CODE
           GO TO 0100-CALCUL-PPNA-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-ASSURANCE-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF IDX-STATUT = "ACTIF   "
                      OR IDX-STATUT = "SUSPENDU"
                       PERFORM 0110-PPNA-CONTRAT-DEBUT
                          THRU 0110-PPNA-CONTRAT-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ASSURANCE-IDX.

       DISPLAY "Fin du calcul - " WS-NB-LUS " contrat(s) lu(s), "
               WS-NB-ACTIFS " contrat(s) provisionne(s), "
               WS-NB-ANOMALIES " anomalie(s) de date.".

       0100-CALCUL-PPNA-FIN.
       EXIT.


      *-----------------------------------------------

       0110-PPNA-CONTRAT-DEBUT.

      *Provision du contrat courant, prorata temporis : prime du
      *contrat multipliee par le nombre de jours restant a courir
      *apres la date comptable, rapporte au nombre de jours de la
      *periode. Un contrat qui n'a pas encore pris effet est
      *provisionne en totalite, un contrat echu ne l'est plus. Les
      *dates illisibles sont comptees en anomalie.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4).
       MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2).
       MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2).
       MOVE IDX-DATE-FIN(1:4)   TO WS-DATE-FIN-NUM(1:4).
       MOVE IDX-DATE-FIN(6:2)   TO WS-DATE-FIN-NUM(5:2).
       MOVE IDX-DATE-FIN(9:2)   TO WS-DATE-FIN-NUM(7:2).

       IF WS-DATE-DEBUT-NUM IS NOT NUMERIC
          OR WS-DATE-FIN-NUM IS NOT NUMERIC
          OR WS-DATE-FIN-NUM <= WS-DATE-DEBUT-NUM
           ADD 1 TO WS-NB-ANOMALIES
           GO TO 0110-PPNA-CONTRAT-FIN
       END-IF.

       IF WS-DATE-FIN-NUM <= WS-DATE-JOUR
           GO TO 0110-PPNA-CONTRAT-FIN
       END-IF.

       COMPUTE WS-JOURS-PERIODE =
           FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM) -
           FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM).

       IF WS-DATE-JOUR < WS-DATE-DEBUT-NUM
           MOVE WS-JOURS-PERIODE TO WS-JOURS-NON-ACQUIS
       ELSE
           COMPUTE WS-JOURS-NON-ACQUIS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
       END-IF.

       COMPUTE WS-PPNA-CONTRAT ROUNDED =
           IDX-MONTANT * WS-JOURS-NON-ACQUIS / WS-JOURS-PERIODE.
       COMPUTE WS-PPNA-CONTRAT-EUR ROUNDED =
           IDX-MONTANT-EUR * WS-JOURS-NON-ACQUIS / WS-JOURS-PERIODE.

      *Famille du produit du contrat.

       MOVE "INCONNUE" TO WS-CLE-FAMILLE.

       PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
               UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
           IF WS-PROD-LIBELLE(WS-CPT-PRODUIT) = IDX-NOM-PRODUIT
               MOVE WS-PROD-FAMILLE(WS-CPT-PRODUIT)
                 TO WS-CLE-FAMILLE
           END-IF
       END-PERFORM.

       MOVE IDX-DEVISE(1:3) TO WS-CLE-DEVISE.

       PERFORM 0120-RECHERCHE-CASE-DEBUT
          THRU 0120-RECHERCHE-CASE-FIN.

       IF WS-IDX-PPN = ZERO
           GO TO 0110-PPNA-CONTRAT-FIN
       END-IF.

       ADD 1 TO WS-NB-ACTIFS.
       ADD 1                   TO WS-PPN-NB(WS-IDX-PPN).
       ADD WS-PPNA-CONTRAT     TO WS-PPN-MONTANT(WS-IDX-PPN).
       ADD WS-PPNA-CONTRAT-EUR TO WS-PPN-EUR(WS-IDX-PPN).

       0110-PPNA-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0120-RECHERCHE-CASE-DEBUT.

      *Recherche (ou creation) de la case famille/devise
      *(WS-CLE-FAMILLE, WS-CLE-DEVISE) ; WS-IDX-PPN a zero quand la
      *table est pleine.

       MOVE ZERO TO WS-IDX-PPN.

       PERFORM VARYING WS-CPT-PPN FROM 1 BY 1
               UNTIL WS-CPT-PPN > WS-NB-PPN
                  OR WS-IDX-PPN NOT = ZERO
           IF WS-PPN-FAMILLE(WS-CPT-PPN) = WS-CLE-FAMILLE
              AND WS-PPN-DEVISE(WS-CPT-PPN) = WS-CLE-DEVISE
               MOVE WS-CPT-PPN TO WS-IDX-PPN
           END-IF
       END-PERFORM.

       IF WS-IDX-PPN = ZERO
           IF WS-NB-PPN < 100
               ADD 1 TO WS-NB-PPN
               MOVE WS-NB-PPN TO WS-IDX-PPN
               MOVE WS-CLE-FAMILLE TO WS-PPN-FAMILLE(WS-IDX-PPN)
               MOVE WS-CLE-DEVISE  TO WS-PPN-DEVISE(WS-IDX-PPN)
               MOVE ZERO TO WS-PPN-NB(WS-IDX-PPN)
               MOVE ZERO TO WS-PPN-MONTANT(WS-IDX-PPN)
               MOVE ZERO TO WS-PPN-EUR(WS-IDX-PPN)
               MOVE ZERO TO WS-PPN-PREC-EUR(WS-IDX-PPN)
           ELSE
               ADD 1 TO WS-NB-PPN-PERDUS
           END-IF
       END-IF.

       0120-RECHERCHE-CASE-FIN.
       EXIT.


      *-----------------------------------------------

       0200-MOIS-PRECEDENT-DEBUT.

      *Provision du mois precedent : dans l'historique, seul le
      *dernier calcul date d'avant le mois comptable est retenu (une
      *date plus recente remet les montants a zero ; une reexecution
      *du meme jour remplace la ligne de meme famille et devise).
      *Sans historique (premier calcul), la variation est la
      *provision entiere.

       IF RETURN-CODE NOT = ZERO
           GO TO 0200-MOIS-PRECEDENT-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-HISTO-PPNA.

       IF WS-STATUT-HISTO-PPNA NOT = "00"
           DISPLAY "ATTENTION - pas d'historique " WS-FICHIER-HISTO-PPNA
                   " (statut " WS-STATUT-HISTO-PPNA
                   "), provision precedente a zero."
           GO TO 0200-MOIS-PRECEDENT-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-HISTO-PPNA
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-HISTO-LUES
                   IF PPN-DATE(1:6) < WS-MOIS-COMPTABLE
                      AND PPN-DATE >= WS-DATE-PRECEDENTE
                       PERFORM 0210-RANGE-PRECEDENT-DEBUT
                          THRU 0210-RANGE-PRECEDENT-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-HISTO-PPNA.

       0200-MOIS-PRECEDENT-FIN.
       EXIT.


      *-----------------------------------------------

       0210-RANGE-PRECEDENT-DEBUT.

       IF PPN-DATE > WS-DATE-PRECEDENTE
           MOVE PPN-DATE TO WS-DATE-PRECEDENTE
           PERFORM VARYING WS-CPT-PPN FROM 1 BY 1
                   UNTIL WS-CPT-PPN > WS-NB-PPN
               MOVE ZERO TO WS-PPN-PREC-EUR(WS-CPT-PPN)
           END-PERFORM
       END-IF.

       MOVE PPN-FAMILLE TO WS-CLE-FAMILLE.
       MOVE PPN-DEVISE  TO WS-CLE-DEVISE.

       PERFORM 0120-RECHERCHE-CASE-DEBUT
          THRU 0120-RECHERCHE-CASE-FIN.

       IF WS-IDX-PPN NOT = ZERO
           MOVE PPN-MONTANT-EUR TO WS-PPN-PREC-EUR(WS-IDX-PPN)
       END-IF.

       0210-RANGE-PRECEDENT-FIN.
       EXIT.


      *-----------------------------------------------

       0300-RAPPORT-DEBUT.

      *Edition du rapport de la provision : une ligne par famille et
      *devise (contrats, provision en devise et en EUR, provision EUR
      *du mois precedent, variation EUR), puis les totaux EUR.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-RAPPORT-FIN
       END-IF.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "PROVISION POUR PRIMES NON ACQUISES AU "
              WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2)
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       IF WS-DATE-PRECEDENTE = ZERO
           STRING "MOIS PRECEDENT : AUCUN CALCUL ANTERIEUR"
               INTO F-LIGNE-RAPPORT
       ELSE
           STRING "MOIS PRECEDENT : CALCUL DU "
                  WS-DATE-PRECEDENTE(1:4) "/"
                  WS-DATE-PRECEDENTE(5:2) "/"
                  WS-DATE-PRECEDENTE(7:2)
               INTO F-LIGNE-RAPPORT
       END-IF.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "FAMILLE      DEV  NB CT.    PPNA DEVISE"
              "        PPNA EUR    PPNA EUR M-1    VARIATION EUR"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       PERFORM VARYING WS-IDX-PPN FROM 1 BY 1
               UNTIL WS-IDX-PPN > WS-NB-PPN

           COMPUTE WS-VARIATION-EUR =
               WS-PPN-EUR(WS-IDX-PPN) - WS-PPN-PREC-EUR(WS-IDX-PPN)

           ADD WS-PPN-EUR(WS-IDX-PPN)      TO WS-TOTAL-EUR
           ADD WS-PPN-PREC-EUR(WS-IDX-PPN) TO WS-TOTAL-PREC-EUR

           MOVE WS-PPN-NB(WS-IDX-PPN)       TO WS-NB-ED
           MOVE WS-PPN-MONTANT(WS-IDX-PPN)  TO WS-MONTANT-ED
           MOVE WS-PPN-EUR(WS-IDX-PPN)      TO WS-EUR-ED
           MOVE WS-PPN-PREC-EUR(WS-IDX-PPN) TO WS-PREC-EUR-ED
           MOVE WS-VARIATION-EUR            TO WS-VARIATION-ED

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING WS-PPN-FAMILLE(WS-IDX-PPN) " "
                  WS-PPN-DEVISE(WS-IDX-PPN) "  "
                  WS-NB-ED " "
                  WS-MONTANT-ED " "
                  WS-EUR-ED " "
                  WS-PREC-EUR-ED " "
                  WS-VARIATION-ED
               INTO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
           ADD 1 TO WS-NB-LIGNES-ECR

       END-PERFORM.

       COMPUTE WS-VARIATION-EUR = WS-TOTAL-EUR - WS-TOTAL-PREC-EUR.

       MOVE WS-TOTAL-EUR      TO WS-EUR-ED.
       MOVE WS-TOTAL-PREC-EUR TO WS-PREC-EUR-ED.
       MOVE WS-VARIATION-EUR  TO WS-VARIATION-ED.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "TOTAL EUR" "                               "
              WS-EUR-ED " "
              WS-PREC-EUR-ED " "
              WS-VARIATION-ED
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

       DISPLAY "Rapport PPNA publie : " WS-FICHIER-RAPPORT.

       0300-RAPPORT-FIN.
       EXIT.


      *-----------------------------------------------

       0400-HISTORIQUE-DEBUT.

      *Ajout du calcul du jour a l'historique cumulatif, pour la
      *variation du mois suivant.

       IF RETURN-CODE NOT = ZERO
           GO TO 0400-HISTORIQUE-FIN
       END-IF.

       OPEN EXTEND FICHIER-HISTO-PPNA.

       IF WS-STATUT-HISTO-PPNA = "35"
           OPEN OUTPUT FICHIER-HISTO-PPNA
           CLOSE FICHIER-HISTO-PPNA
           OPEN EXTEND FICHIER-HISTO-PPNA
       END-IF.

       PERFORM VARYING WS-IDX-PPN FROM 1 BY 1
               UNTIL WS-IDX-PPN > WS-NB-PPN

           IF WS-PPN-NB(WS-IDX-PPN) > ZERO
               MOVE SPACES                     TO PPN-LIGNE
               MOVE WS-DATE-JOUR               TO PPN-DATE
               MOVE WS-PPN-FAMILLE(WS-IDX-PPN) TO PPN-FAMILLE
               MOVE WS-PPN-DEVISE(WS-IDX-PPN)  TO PPN-DEVISE
               MOVE WS-PPN-NB(WS-IDX-PPN)      TO PPN-NB-CONTRATS
               MOVE WS-PPN-MONTANT(WS-IDX-PPN) TO PPN-MONTANT
               MOVE WS-PPN-EUR(WS-IDX-PPN)     TO PPN-MONTANT-EUR
               WRITE PPN-LIGNE
           END-IF

       END-PERFORM.

       CLOSE FICHIER-HISTO-PPNA.

       0400-HISTORIQUE-FIN.
       EXIT.


      *-----------------------------------------------

       0500-EXTRAIT-GL-DEBUT.

      *Extrait pour ASSURGL : une ligne Mois,PpnaEUR,PpnaPrecedente
      *EUR,VariationEUR. Une variation positive est une dotation,
      *une variation negative une reprise (signe moins en tete).

       IF RETURN-CODE NOT = ZERO
           GO TO 0500-EXTRAIT-GL-FIN
       END-IF.

       OPEN OUTPUT FICHIER-PPNA-GL.

       MOVE SPACES TO F-LIGNE-PPNA-GL.
       STRING "Mois,PpnaEUR,PpnaPrecedenteEUR,VariationEUR"
           INTO F-LIGNE-PPNA-GL.
       WRITE F-LIGNE-PPNA-GL.

       MOVE SPACES TO F-LIGNE-PPNA-GL.
       STRING WS-MOIS-COMPTABLE                  ","
              FUNCTION TRIM(WS-EUR-ED)           ","
              FUNCTION TRIM(WS-PREC-EUR-ED)      ","
              FUNCTION TRIM(WS-VARIATION-ED)
           INTO F-LIGNE-PPNA-GL.
       WRITE F-LIGNE-PPNA-GL.

       CLOSE FICHIER-PPNA-GL.

       DISPLAY "Variation PPNA du mois " WS-MOIS-COMPTABLE " : "
               WS-VARIATION-ED " EUR (" WS-FICHIER-PPNA-GL ").".

       0500-EXTRAIT-GL-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque calcul de
      *la provision : contrats lus, lignes du rapport, contrats
      *provisionnes et anomalies de date.

       MOVE SPACES                TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN     TO JRN-DATE-HEURE.
       MOVE "ASSURPNA"            TO JRN-PROGRAMME.
       MOVE WS-FICHIER-IDX        TO JRN-FICHIER-ENTREE.

       IF RETURN-CODE = ZERO
           MOVE WS-FICHIER-RAPPORT TO JRN-FICHIER-SORTIE
       ELSE
           MOVE "ARRET - MAITRE ILLISIBLE" TO JRN-FICHIER-SORTIE
       END-IF.

       MOVE WS-NB-LUS             TO JRN-NB-LUES.
       MOVE WS-NB-LIGNES-ECR      TO JRN-NB-TABLE.
       MOVE WS-NB-ACTIFS          TO JRN-NB-ECRITES.
       MOVE WS-NB-ANOMALIES       TO JRN-NB-REJETS.
       MOVE WS-NB-PPN-PERDUS      TO JRN-NB-PERDUES.

       OPEN EXTEND FICHIER-JOURNAL.

       IF WS-STATUT-JOURNAL = "35"
           OPEN OUTPUT FICHIER-JOURNAL
           CLOSE FICHIER-JOURNAL
           OPEN EXTEND FICHIER-JOURNAL
       END-IF.

       WRITE JRN-LIGNE.

       CLOSE FICHIER-JOURNAL.

       0900-JOURNAL-FIN.
       EXIT.
