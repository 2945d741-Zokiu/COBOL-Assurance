       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurrea.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : cession en reassurance. La reference
      *                 des traites (traites-reassurance.dat) donne par
      *                 famille de produits (PRD-FAMILLE) le taux de
      *                 quote-part cede, la limite de retention en EUR
      *                 et la periode du traite. Un contrat releve du
      *                 traite de sa famille en vigueur a sa date de
      *                 debut, un sinistre de celui en vigueur a sa
      *                 date de survenance. Sont produits le bordereau
      *                 trimestriel des primes cedees (contrats ayant
      *                 pris effet dans le trimestre de la date
      *                 comptable), le bordereau des sinistres cedes
      *                 (reserve et regle du registre), tous deux par
      *                 traite, et la synthese brut / cede / net par
      *                 famille sur la meme base que le rapport de
      *                 sinistralite d'ASSURSIN.
      * 2026-10-15  TD  Fin des 2eme et 3eme trimestres au 30 (juin,
      *                 septembre) sur le bordereau des primes cedees.
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

      *Registre indexe des sinistres (alimente par ASSURSIN)
       SELECT FICHIER-SINISTRES-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-SIN-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SIN-NUM-SINISTRE
       FILE STATUS IS WS-STATUT-SIN-IDX.

      *Reference des produits (maintenue par ASSURPRD)
       SELECT FICHIER-PRODUITS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-PRD-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-CODE
       FILE STATUS IS WS-STATUT-PRODUITS.

      *Reference des traites de reassurance (delimitee)
       SELECT FICHIER-TRAITES ASSIGN TO DYNAMIC WS-FICHIER-TRAITES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TRAITES.

      *Bordereau trimestriel des primes cedees
       SELECT FICHIER-BDX-PRIMES ASSIGN
                       TO DYNAMIC WS-FICHIER-BDX-PRIMES
       ORGANIZATION IS LINE SEQUENTIAL.

      *Bordereau des sinistres cedes
       SELECT FICHIER-BDX-SINISTRES ASSIGN
                       TO DYNAMIC WS-FICHIER-BDX-SINISTRES
       ORGANIZATION IS LINE SEQUENTIAL.

      *Synthese brut / cede / net par famille
       SELECT FICHIER-SYNTHESE ASSIGN TO DYNAMIC WS-FICHIER-SYNTHESE
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

       FD FICHIER-SINISTRES-IDX.
      * COPY SINREC.CPY fournit SIN-ENREGISTREMENT.
           COPY SINREC.

       FD FICHIER-PRODUITS-IDX.
      * COPY PRDREC.CPY fournit PRD-ENREGISTREMENT.
           COPY PRDREC.

       FD FICHIER-TRAITES.
           01 F-LIGNE-TRAITE           PIC X(80).

       FD FICHIER-BDX-PRIMES.
           01 F-LIGNE-BDX-PRIMES       PIC X(132).

       FD FICHIER-BDX-SINISTRES.
           01 F-LIGNE-BDX-SINISTRES    PIC X(132).

       FD FICHIER-SYNTHESE.
           01 F-LIGNE-SYNTHESE         PIC X(132).

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de traitement (repris dans le journal d'audit)
      *----------------------------------------------------------------
       77  WS-NB-CONTRATS-LUS  PIC 9(5)   VALUE ZERO.
       77  WS-NB-SINISTRES-LUS PIC 9(5)   VALUE ZERO.
       77  WS-NB-PRIMES-CEDEES PIC 9(5)   VALUE ZERO.
       77  WS-NB-SIN-CEDES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-TRT-REJETES   PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

      *----------------------------------------------------------------
      * Table des produits de reference (famille de chaque produit)
      *----------------------------------------------------------------
       COPY PRDTAB.

      *----------------------------------------------------------------
      * Table des traites : code, famille couverte, quote-part cedee
      * (pour cent), limite de retention EUR (zero : pas de limite)
      * et periode du traite (AAAAMMJJ)
      *----------------------------------------------------------------
       01  WS-TABLE-TRAITES.
           05 WS-TRT-ENTREE OCCURS 50 TIMES.
              10 WS-TRT-CODE          PIC X(8).
              10 WS-TRT-FAMILLE       PIC X(12).
              10 WS-TRT-QUOTE-PART    PIC 9(3)v9(2).
              10 WS-TRT-RETENTION     PIC 9(11)v9(2).
              10 WS-TRT-DATE-DEBUT    PIC 9(8).
              10 WS-TRT-DATE-FIN      PIC 9(8).

       77  WS-NB-TRAITES      PIC 9(2)   VALUE ZERO.
       77  WS-IDX-TRT         PIC 9(2)   VALUE ZERO.
       77  WS-CPT-TRT         PIC 9(2)   VALUE ZERO.
       77  WS-TRT-COURANT     PIC 9(2)   VALUE ZERO.

      *----------------------------------------------------------------
      * Synthese par famille : primes et charge sinistres EUR, brut
      * et cede (le net s'en deduit a l'edition)
      *----------------------------------------------------------------
       01  WS-TABLE-SYNTHESE.
           05 WS-SYN-ENTREE OCCURS 100 TIMES.
              10 WS-SYN-FAMILLE       PIC X(12).
              10 WS-SYN-PRIME-BRUT    PIC 9(12)v9(2).
              10 WS-SYN-PRIME-CEDE    PIC 9(12)v9(2).
              10 WS-SYN-CHARGE-BRUT   PIC 9(12)v9(2).
              10 WS-SYN-CHARGE-CEDE   PIC 9(12)v9(2).

       77  WS-NB-SYN          PIC 9(3)   VALUE ZERO.
       77  WS-IDX-SYN         PIC 9(3)   VALUE ZERO.
       77  WS-CPT-SYN         PIC 9(3)   VALUE ZERO.
       77  WS-NB-SYN-PERDUS   PIC 9(5)   VALUE ZERO.

      *----------------------------------------------------------------
      * Zones de decoupage des lignes delimitees
      *----------------------------------------------------------------
       01  WS-CSV-ZONE-1             PIC X(20).
       01  WS-CSV-ZONE-2             PIC X(20).
       01  WS-CSV-ZONE-3             PIC X(20).
       01  WS-CSV-ZONE-4             PIC X(20).
       01  WS-CSV-ZONE-5             PIC X(20).
       01  WS-CSV-ZONE-6             PIC X(20).

      *----------------------------------------------------------------
      * Zones de travail de la recherche du traite et de la cession
      *----------------------------------------------------------------
       01  WS-RECH-PRODUIT           PIC X(14).
       01  WS-RECH-FAMILLE           PIC X(12).
       77  WS-RECH-DATE              PIC 9(8)       VALUE ZERO.
       77  WS-DATE-DEBUT-NUM         PIC 9(8)       VALUE ZERO.

       77  WS-MONTANT-BRUT           PIC 9(12)v9(2) VALUE ZERO.
       77  WS-MONTANT-CEDE           PIC 9(12)v9(2) VALUE ZERO.
       77  WS-MONTANT-RETENU         PIC 9(12)v9(2) VALUE ZERO.
       77  WS-REGLE-CEDE             PIC 9(12)v9(2) VALUE ZERO.
       77  WS-RESERVE-CEDEE          PIC 9(12)v9(2) VALUE ZERO.

       77  WS-TOT-BRUT               PIC 9(13)v9(2) VALUE ZERO.
       77  WS-TOT-CEDE               PIC 9(13)v9(2) VALUE ZERO.
       77  WS-TOT-RESERVE-CEDEE      PIC 9(13)v9(2) VALUE ZERO.
       77  WS-TOT-REGLE-CEDE         PIC 9(13)v9(2) VALUE ZERO.

       77  WS-NET                    PIC 9(13)v9(2) VALUE ZERO.
       77  WS-NET-CHARGE             PIC 9(13)v9(2) VALUE ZERO.
       77  WS-RATIO-BRUT             PIC 9(5)v9(2)  VALUE ZERO.
       77  WS-RATIO-NET              PIC 9(5)v9(2)  VALUE ZERO.

      *Trimestre de la date comptable (bornes AAAAMMJJ et libelle
      *AAAATn).
       77  WS-TRIMESTRE              PIC 9(1)  VALUE ZERO.
       77  WS-MOIS-NUM               PIC 9(2)  VALUE ZERO.
       77  WS-TRIM-DEBUT             PIC 9(8)  VALUE ZERO.
       77  WS-TRIM-FIN               PIC 9(8)  VALUE ZERO.
       01  WS-LIBELLE-TRIMESTRE      PIC X(6).

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

       01  WS-FICHIER-IDX             PIC X(60) VALUE
                                       "assurances-idx.dat".
       01  WS-FICHIER-SIN-IDX         PIC X(60) VALUE
                                       "sinistres-idx.dat".
       01  WS-FICHIER-PRD-IDX         PIC X(60) VALUE
                                       "produits-idx.dat".
       01  WS-FICHIER-TRAITES         PIC X(60) VALUE
                                       "traites-reassurance.dat".
       01  WS-FICHIER-BDX-PRIMES      PIC X(60) VALUE SPACES.
       01  WS-FICHIER-BDX-SINISTRES   PIC X(60) VALUE SPACES.
       01  WS-FICHIER-SYNTHESE        PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-SIN-IDX          PIC X(2).
       77  WS-STATUT-PRODUITS         PIC X(2).
       77  WS-STATUT-TRAITES          PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

      *----------------------------------------------------------------
      * Zones editees des bordereaux et de la synthese
      *----------------------------------------------------------------
       77  WS-QUOTE-PART-ED          PIC ZZ9.99.
       77  WS-RETENTION-ED           PIC Z(10)9.99.
       77  WS-BRUT-ED                PIC Z(11)9.99.
       77  WS-CEDE-ED                PIC Z(11)9.99.
       77  WS-NET-ED                 PIC Z(11)9.99.
       77  WS-RESERVE-ED             PIC Z(11)9.99.
       77  WS-REGLE-ED               PIC Z(11)9.99.
       77  WS-RESERVE-CEDEE-ED       PIC Z(11)9.99.
       77  WS-REGLE-CEDE-ED          PIC Z(11)9.99.
       77  WS-CHARGE-BRUT-ED         PIC Z(11)9.99.
       77  WS-CHARGE-CEDE-ED         PIC Z(11)9.99.
       77  WS-CHARGE-NETTE-ED        PIC Z(11)9.99.
       77  WS-RATIO-BRUT-ED          PIC ZZZZ9.99.
       77  WS-RATIO-NET-ED           PIC ZZZZ9.99.

       01  WS-LIGNE-ENTETE-TRAITE    PIC X(132).


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0055-CHARGEMENT-PRODUITS-DEBUT
          THRU 0055-CHARGEMENT-PRODUITS-FIN.

       PERFORM 0060-CHARGEMENT-TRAITES-DEBUT
          THRU 0060-CHARGEMENT-TRAITES-FIN.

       PERFORM 0100-BORDEREAU-PRIMES-DEBUT
          THRU 0100-BORDEREAU-PRIMES-FIN.

       PERFORM 0200-BORDEREAU-SINISTRES-DEBUT
          THRU 0200-BORDEREAU-SINISTRES-FIN.

       PERFORM 0300-SYNTHESE-DEBUT
          THRU 0300-SYNTHESE-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : seule la date
      *comptable DATE=AAAAMMJJ est attendue (date systeme sinon). Le
      *trimestre du bordereau des primes est celui de cette date.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-NUM.
       COMPUTE WS-TRIMESTRE = (WS-MOIS-NUM + 2) / 3.

       MOVE WS-DATE-JOUR(1:4) TO WS-TRIM-DEBUT(1:4).
       MOVE WS-DATE-JOUR(1:4) TO WS-TRIM-FIN(1:4).
       COMPUTE WS-MOIS-NUM = (WS-TRIMESTRE * 3) - 2.
       MOVE WS-MOIS-NUM TO WS-TRIM-DEBUT(5:2).
       MOVE "01"        TO WS-TRIM-DEBUT(7:2).
       COMPUTE WS-MOIS-NUM = WS-TRIMESTRE * 3.
       MOVE WS-MOIS-NUM TO WS-TRIM-FIN(5:2).

       IF WS-MOIS-NUM = 6 OR WS-MOIS-NUM = 9
           MOVE "30" TO WS-TRIM-FIN(7:2)
       ELSE
           MOVE "31" TO WS-TRIM-FIN(7:2)
       END-IF.

       MOVE SPACES TO WS-LIBELLE-TRIMESTRE.
       STRING WS-DATE-JOUR(1:4) "T" WS-TRIMESTRE
           INTO WS-LIBELLE-TRIMESTRE.

      *Le bordereau des primes porte le trimestre dans son nom (il
      *est refait a chaque execution du trimestre), les autres
      *sorties la date comptable.

       STRING "bordereau-primes-cedees-" WS-LIBELLE-TRIMESTRE ".dat"
           INTO WS-FICHIER-BDX-PRIMES.

       STRING "bordereau-sinistres-cedes-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-BDX-SINISTRES.

       STRING "synthese-reassurance-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-SYNTHESE.

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
      *reference lisible, aucun contrat ne peut etre rattache a un
      *traite : arret en erreur.

       MOVE ZERO TO WS-NB-PRODUITS.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-PRODUITS-IDX.

       IF WS-STATUT-PRODUITS NOT = "00"
           DISPLAY "ERREUR - reference des produits "
                   WS-FICHIER-PRD-IDX
                   " illisible (statut " WS-STATUT-PRODUITS
                   "), lancer d'abord le traitement ASSURPRD."
           MOVE 8 TO RETURN-CODE
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

       0060-CHARGEMENT-TRAITES-DEBUT.

      *Chargement en memoire de la reference des traites : une ligne
      *Traite,Famille,QuotePart,Retention,DateDebut,DateFin par
      *traite (quote-part en pour cent, retention en EUR, dates
      *AAAAMMJJ). Une ligne dont la quote-part depasse 100 ou dont
      *les dates sont illisibles est ecartee avec avertissement.

       IF RETURN-CODE NOT = ZERO
           GO TO 0060-CHARGEMENT-TRAITES-FIN
       END-IF.

       MOVE ZERO TO WS-NB-TRAITES.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-TRAITES.

       IF WS-STATUT-TRAITES NOT = "00"
           DISPLAY "ERREUR - reference des traites "
                   WS-FICHIER-TRAITES
                   " illisible (statut " WS-STATUT-TRAITES ")."
           MOVE 8 TO RETURN-CODE
           GO TO 0060-CHARGEMENT-TRAITES-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-TRAITES
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-TRAITE(1:7) NOT = "Traite,"
                      AND F-LIGNE-TRAITE NOT = SPACES
                       PERFORM 0065-LIGNE-TRAITE-DEBUT
                          THRU 0065-LIGNE-TRAITE-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-TRAITES.

       DISPLAY WS-NB-TRAITES " traite(s) charge(s), "
               WS-NB-TRT-REJETES " ligne(s) ecartee(s).".

       0060-CHARGEMENT-TRAITES-FIN.
       EXIT.


      *-----------------------------------------------

       0065-LIGNE-TRAITE-DEBUT.

       MOVE SPACES TO WS-CSV-ZONE-1.
       MOVE SPACES TO WS-CSV-ZONE-2.
       MOVE SPACES TO WS-CSV-ZONE-3.
       MOVE SPACES TO WS-CSV-ZONE-4.
       MOVE SPACES TO WS-CSV-ZONE-5.
       MOVE SPACES TO WS-CSV-ZONE-6.

       UNSTRING F-LIGNE-TRAITE DELIMITED BY ","
           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2 WS-CSV-ZONE-3
                WS-CSV-ZONE-4 WS-CSV-ZONE-5 WS-CSV-ZONE-6
       END-UNSTRING.

       IF WS-CSV-ZONE-5(1:8) IS NOT NUMERIC
          OR WS-CSV-ZONE-6(1:8) IS NOT NUMERIC
          OR FUNCTION NUMVAL(WS-CSV-ZONE-3) > 100
          OR WS-NB-TRAITES NOT < 50
           ADD 1 TO WS-NB-TRT-REJETES
           DISPLAY "ATTENTION - ligne de traite ecartee : "
                   F-LIGNE-TRAITE
           GO TO 0065-LIGNE-TRAITE-FIN
       END-IF.

       ADD 1 TO WS-NB-TRAITES.
       MOVE WS-CSV-ZONE-1(1:8)  TO WS-TRT-CODE(WS-NB-TRAITES).
       MOVE WS-CSV-ZONE-2(1:12) TO WS-TRT-FAMILLE(WS-NB-TRAITES).
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-3)
         TO WS-TRT-QUOTE-PART(WS-NB-TRAITES).
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-4)
         TO WS-TRT-RETENTION(WS-NB-TRAITES).
       MOVE WS-CSV-ZONE-5(1:8)  TO WS-TRT-DATE-DEBUT(WS-NB-TRAITES).
       MOVE WS-CSV-ZONE-6(1:8)  TO WS-TRT-DATE-FIN(WS-NB-TRAITES).

       0065-LIGNE-TRAITE-FIN.
       EXIT.


      *-----------------------------------------------

       0100-BORDEREAU-PRIMES-DEBUT.

      *Bordereau trimestriel des primes cedees : pour chaque traite,
      *les contrats de sa famille ayant pris effet dans le trimestre
      *et dans la periode du traite, avec prime brute, prime cedee et
      *prime conservee (EUR), puis le total du traite. Le maitre est
      *relu pour chaque traite (quelques traites au plus).

       IF RETURN-CODE NOT = ZERO
           GO TO 0100-BORDEREAU-PRIMES-FIN
       END-IF.

       OPEN OUTPUT FICHIER-BDX-PRIMES.

       MOVE SPACES TO F-LIGNE-BDX-PRIMES.
       STRING "BORDEREAU DES PRIMES CEDEES - TRIMESTRE "
              WS-LIBELLE-TRIMESTRE " (DU "
              WS-TRIM-DEBUT(1:4) "/" WS-TRIM-DEBUT(5:2) "/"
              WS-TRIM-DEBUT(7:2) " AU "
              WS-TRIM-FIN(1:4) "/" WS-TRIM-FIN(5:2) "/"
              WS-TRIM-FIN(7:2) ")"
           INTO F-LIGNE-BDX-PRIMES.
       WRITE F-LIGNE-BDX-PRIMES.

       PERFORM VARYING WS-TRT-COURANT FROM 1 BY 1
               UNTIL WS-TRT-COURANT > WS-NB-TRAITES
                  OR RETURN-CODE NOT = ZERO

           PERFORM 0110-SECTION-PRIMES-DEBUT
              THRU 0110-SECTION-PRIMES-FIN

       END-PERFORM.

       CLOSE FICHIER-BDX-PRIMES.

       DISPLAY "Bordereau des primes cedees : " WS-NB-PRIMES-CEDEES
               " contrat(s), " WS-FICHIER-BDX-PRIMES.

       0100-BORDEREAU-PRIMES-FIN.
       EXIT.


      *-----------------------------------------------

       0110-SECTION-PRIMES-DEBUT.

       MOVE ZERO TO WS-TOT-BRUT.
       MOVE ZERO TO WS-TOT-CEDE.

       PERFORM 0150-ENTETE-TRAITE-DEBUT
          THRU 0150-ENTETE-TRAITE-FIN.

       MOVE SPACES TO F-LIGNE-BDX-PRIMES.
       WRITE F-LIGNE-BDX-PRIMES.
       MOVE WS-LIGNE-ENTETE-TRAITE TO F-LIGNE-BDX-PRIMES.
       WRITE F-LIGNE-BDX-PRIMES.

       MOVE SPACES TO F-LIGNE-BDX-PRIMES.
       STRING "CONTRAT  PRODUIT        DEBUT      "
              "   PRIME BRUTE EUR    PRIME CEDEE EUR"
              "      CONSERVEE EUR"
           INTO F-LIGNE-BDX-PRIMES.
       WRITE F-LIGNE-BDX-PRIMES.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "ERREUR - fichier indexe " WS-FICHIER-IDX
                   " illisible (statut " WS-STATUT-IDX
                   "), lancer d'abord le traitement ASSUR."
           MOVE 8 TO RETURN-CODE
           GO TO 0110-SECTION-PRIMES-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-ASSURANCE-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   PERFORM 0120-LIGNE-PRIME-DEBUT
                      THRU 0120-LIGNE-PRIME-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ASSURANCE-IDX.

       COMPUTE WS-NET = WS-TOT-BRUT - WS-TOT-CEDE.
       MOVE WS-TOT-BRUT TO WS-BRUT-ED.
       MOVE WS-TOT-CEDE TO WS-CEDE-ED.
       MOVE WS-NET      TO WS-NET-ED.

       MOVE SPACES TO F-LIGNE-BDX-PRIMES.
       STRING "TOTAL TRAITE " WS-TRT-CODE(WS-TRT-COURANT)
              "              "
              "   " WS-BRUT-ED
              "    " WS-CEDE-ED
              "    " WS-NET-ED
           INTO F-LIGNE-BDX-PRIMES.
       WRITE F-LIGNE-BDX-PRIMES.

       0110-SECTION-PRIMES-FIN.
       EXIT.


      *-----------------------------------------------

       0120-LIGNE-PRIME-DEBUT.

      *Contrat courant du maitre : retenu s'il a pris effet dans le
      *trimestre et releve du traite courant.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4).
       MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2).
       MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2).

       IF WS-DATE-DEBUT-NUM IS NOT NUMERIC
          OR WS-DATE-DEBUT-NUM < WS-TRIM-DEBUT
          OR WS-DATE-DEBUT-NUM > WS-TRIM-FIN
           GO TO 0120-LIGNE-PRIME-FIN
       END-IF.

       MOVE IDX-NOM-PRODUIT   TO WS-RECH-PRODUIT.
       MOVE WS-DATE-DEBUT-NUM TO WS-RECH-DATE.

       PERFORM 0400-RECHERCHE-TRAITE-DEBUT
          THRU 0400-RECHERCHE-TRAITE-FIN.

       IF WS-IDX-TRT NOT = WS-TRT-COURANT
           GO TO 0120-LIGNE-PRIME-FIN
       END-IF.

       MOVE IDX-MONTANT-EUR TO WS-MONTANT-BRUT.

       PERFORM 0410-CALCUL-CESSION-DEBUT
          THRU 0410-CALCUL-CESSION-FIN.

       ADD 1 TO WS-NB-PRIMES-CEDEES.
       ADD WS-MONTANT-BRUT TO WS-TOT-BRUT.
       ADD WS-MONTANT-CEDE TO WS-TOT-CEDE.

       MOVE WS-MONTANT-BRUT   TO WS-BRUT-ED.
       MOVE WS-MONTANT-CEDE   TO WS-CEDE-ED.
       MOVE WS-MONTANT-RETENU TO WS-NET-ED.

       MOVE SPACES TO F-LIGNE-BDX-PRIMES.
       STRING IDX-CODE-CONTRAT " "
              IDX-NOM-PRODUIT " "
              IDX-DATE-DEBUT " "
              "   " WS-BRUT-ED
              "    " WS-CEDE-ED
              "    " WS-NET-ED
           INTO F-LIGNE-BDX-PRIMES.
       WRITE F-LIGNE-BDX-PRIMES.

       0120-LIGNE-PRIME-FIN.
       EXIT.


      *-----------------------------------------------

       0150-ENTETE-TRAITE-DEBUT.

      *Ligne d'en-tete de section du traite courant (code, famille,
      *quote-part, retention et periode), commune aux deux
      *bordereaux.

       MOVE WS-TRT-QUOTE-PART(WS-TRT-COURANT) TO WS-QUOTE-PART-ED.
       MOVE WS-TRT-RETENTION(WS-TRT-COURANT)  TO WS-RETENTION-ED.

       MOVE SPACES TO WS-LIGNE-ENTETE-TRAITE.
       STRING "TRAITE " WS-TRT-CODE(WS-TRT-COURANT)
              " FAMILLE " WS-TRT-FAMILLE(WS-TRT-COURANT)
              " QUOTE-PART " WS-QUOTE-PART-ED " %"
              " RETENTION " WS-RETENTION-ED " EUR"
              " PERIODE " WS-TRT-DATE-DEBUT(WS-TRT-COURANT)
              "-" WS-TRT-DATE-FIN(WS-TRT-COURANT)
           INTO WS-LIGNE-ENTETE-TRAITE.

       0150-ENTETE-TRAITE-FIN.
       EXIT.


      *-----------------------------------------------

       0200-BORDEREAU-SINISTRES-DEBUT.

      *Bordereau des sinistres cedes a la date comptable : pour
      *chaque traite, les sinistres du registre de sa famille
      *survenus dans la periode du traite, avec reserve et regle EUR
      *et leur part cedee, puis le total du traite. La cession porte
      *sur la charge du sinistre (reserve + regle) et se repartit
      *entre regle et reserve au prorata.

       IF RETURN-CODE NOT = ZERO
           GO TO 0200-BORDEREAU-SINISTRES-FIN
       END-IF.

       OPEN OUTPUT FICHIER-BDX-SINISTRES.

       MOVE SPACES TO F-LIGNE-BDX-SINISTRES.
       STRING "BORDEREAU DES SINISTRES CEDES AU "
              WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2)
           INTO F-LIGNE-BDX-SINISTRES.
       WRITE F-LIGNE-BDX-SINISTRES.

       PERFORM VARYING WS-TRT-COURANT FROM 1 BY 1
               UNTIL WS-TRT-COURANT > WS-NB-TRAITES
                  OR RETURN-CODE NOT = ZERO

           PERFORM 0210-SECTION-SINISTRES-DEBUT
              THRU 0210-SECTION-SINISTRES-FIN

       END-PERFORM.

       CLOSE FICHIER-BDX-SINISTRES.

       DISPLAY "Bordereau des sinistres cedes : " WS-NB-SIN-CEDES
               " sinistre(s), " WS-FICHIER-BDX-SINISTRES.

       0200-BORDEREAU-SINISTRES-FIN.
       EXIT.


      *-----------------------------------------------

       0210-SECTION-SINISTRES-DEBUT.

       MOVE ZERO TO WS-TOT-BRUT.
       MOVE ZERO TO WS-TOT-CEDE.
       MOVE ZERO TO WS-TOT-RESERVE-CEDEE.
       MOVE ZERO TO WS-TOT-REGLE-CEDE.

       PERFORM 0150-ENTETE-TRAITE-DEBUT
          THRU 0150-ENTETE-TRAITE-FIN.

       MOVE SPACES TO F-LIGNE-BDX-SINISTRES.
       WRITE F-LIGNE-BDX-SINISTRES.
       MOVE WS-LIGNE-ENTETE-TRAITE TO F-LIGNE-BDX-SINISTRES.
       WRITE F-LIGNE-BDX-SINISTRES.

       MOVE SPACES TO F-LIGNE-BDX-SINISTRES.
       STRING "SINISTRE   CONTRAT  STATUT   SURVENU  "
              "    RESERVE EUR       REGLE EUR "
              "  RESERVE CEDEE      REGLE CEDE"
           INTO F-LIGNE-BDX-SINISTRES.
       WRITE F-LIGNE-BDX-SINISTRES.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-SINISTRES-IDX.

      *Registre absent : aucun sinistre a ceder (pas une erreur).

       IF WS-STATUT-SIN-IDX NOT = "00"
           GO TO 0210-SECTION-SINISTRES-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-SINISTRES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   PERFORM 0220-LIGNE-SINISTRE-DEBUT
                      THRU 0220-LIGNE-SINISTRE-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-SINISTRES-IDX.

       MOVE WS-TOT-RESERVE-CEDEE TO WS-RESERVE-CEDEE-ED.
       MOVE WS-TOT-REGLE-CEDE    TO WS-REGLE-CEDE-ED.
       MOVE WS-TOT-CEDE          TO WS-CEDE-ED.

       MOVE SPACES TO F-LIGNE-BDX-SINISTRES.
       STRING "TOTAL TRAITE " WS-TRT-CODE(WS-TRT-COURANT)
              " - CHARGE CEDEE " WS-CEDE-ED
              " DONT RESERVE " WS-RESERVE-CEDEE-ED
              " REGLE " WS-REGLE-CEDE-ED
           INTO F-LIGNE-BDX-SINISTRES.
       WRITE F-LIGNE-BDX-SINISTRES.

       0210-SECTION-SINISTRES-FIN.
       EXIT.


      *-----------------------------------------------

       0220-LIGNE-SINISTRE-DEBUT.

      *Sinistre courant du registre : retenu s'il releve du traite
      *courant d'apres sa date de survenance.

       MOVE SIN-NOM-PRODUIT     TO WS-RECH-PRODUIT.
       MOVE SIN-DATE-SURVENANCE TO WS-RECH-DATE.

       PERFORM 0400-RECHERCHE-TRAITE-DEBUT
          THRU 0400-RECHERCHE-TRAITE-FIN.

       IF WS-IDX-TRT NOT = WS-TRT-COURANT
           GO TO 0220-LIGNE-SINISTRE-FIN
       END-IF.

       PERFORM 0230-CESSION-SINISTRE-DEBUT
          THRU 0230-CESSION-SINISTRE-FIN.

       ADD 1 TO WS-NB-SIN-CEDES.
       ADD WS-MONTANT-BRUT  TO WS-TOT-BRUT.
       ADD WS-MONTANT-CEDE  TO WS-TOT-CEDE.
       ADD WS-RESERVE-CEDEE TO WS-TOT-RESERVE-CEDEE.
       ADD WS-REGLE-CEDE    TO WS-TOT-REGLE-CEDE.

       MOVE SIN-RESERVE-EUR  TO WS-RESERVE-ED.
       MOVE SIN-REGLE-EUR    TO WS-REGLE-ED.
       MOVE WS-RESERVE-CEDEE TO WS-RESERVE-CEDEE-ED.
       MOVE WS-REGLE-CEDE    TO WS-REGLE-CEDE-ED.

       MOVE SPACES TO F-LIGNE-BDX-SINISTRES.
       STRING SIN-NUM-SINISTRE " "
              SIN-CODE-CONTRAT " "
              SIN-STATUT " "
              SIN-DATE-SURVENANCE " "
              WS-RESERVE-ED " "
              WS-REGLE-ED " "
              WS-RESERVE-CEDEE-ED " "
              WS-REGLE-CEDE-ED
           INTO F-LIGNE-BDX-SINISTRES.
       WRITE F-LIGNE-BDX-SINISTRES.

       0220-LIGNE-SINISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0230-CESSION-SINISTRE-DEBUT.

      *Part cedee de la charge du sinistre courant (reserve + regle
      *EUR) pour le traite WS-IDX-TRT, repartie entre regle et
      *reserve au prorata de la charge.

       COMPUTE WS-MONTANT-BRUT = SIN-RESERVE-EUR + SIN-REGLE-EUR.

       PERFORM 0410-CALCUL-CESSION-DEBUT
          THRU 0410-CALCUL-CESSION-FIN.

       IF WS-MONTANT-BRUT = ZERO
           MOVE ZERO TO WS-REGLE-CEDE
       ELSE
           COMPUTE WS-REGLE-CEDE ROUNDED =
               SIN-REGLE-EUR * WS-MONTANT-CEDE / WS-MONTANT-BRUT
       END-IF.

       COMPUTE WS-RESERVE-CEDEE = WS-MONTANT-CEDE - WS-REGLE-CEDE.

       0230-CESSION-SINISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0300-SYNTHESE-DEBUT.

      *Synthese brut / cede / net par famille, sur la base du
      *rapport de sinistralite d'ASSURSIN : primes EUR de tout le
      *portefeuille du maitre et charge EUR (reserve + regle) de tout
      *le registre, la part cedee suivant le traite de chaque contrat
      *et de chaque sinistre. Les familles sans traite figurent avec
      *une part cedee nulle.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-SYNTHESE-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
           MOVE 8 TO RETURN-CODE
           GO TO 0300-SYNTHESE-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-ASSURANCE-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS-LUS
                   PERFORM 0310-SYNTHESE-CONTRAT-DEBUT
                      THRU 0310-SYNTHESE-CONTRAT-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ASSURANCE-IDX.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-SINISTRES-IDX.

       IF WS-STATUT-SIN-IDX = "00"
           PERFORM UNTIL WS-FIN-LECTURE = "Y"
               READ FICHIER-SINISTRES-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIN-LECTURE
                   NOT AT END
                       ADD 1 TO WS-NB-SINISTRES-LUS
                       PERFORM 0320-SYNTHESE-SINISTRE-DEBUT
                          THRU 0320-SYNTHESE-SINISTRE-FIN
               END-READ
           END-PERFORM
           CLOSE FICHIER-SINISTRES-IDX
       END-IF.

       PERFORM 0350-EDITION-SYNTHESE-DEBUT
          THRU 0350-EDITION-SYNTHESE-FIN.

       0300-SYNTHESE-FIN.
       EXIT.


      *-----------------------------------------------

       0310-SYNTHESE-CONTRAT-DEBUT.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4).
       MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2).
       MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2).

       IF WS-DATE-DEBUT-NUM IS NOT NUMERIC
           MOVE ZERO TO WS-DATE-DEBUT-NUM
       END-IF.

       MOVE IDX-NOM-PRODUIT   TO WS-RECH-PRODUIT.
       MOVE WS-DATE-DEBUT-NUM TO WS-RECH-DATE.

       PERFORM 0400-RECHERCHE-TRAITE-DEBUT
          THRU 0400-RECHERCHE-TRAITE-FIN.

       MOVE IDX-MONTANT-EUR TO WS-MONTANT-BRUT.

       PERFORM 0410-CALCUL-CESSION-DEBUT
          THRU 0410-CALCUL-CESSION-FIN.

       PERFORM 0330-CASE-SYNTHESE-DEBUT
          THRU 0330-CASE-SYNTHESE-FIN.

       IF WS-IDX-SYN NOT = ZERO
           ADD WS-MONTANT-BRUT TO WS-SYN-PRIME-BRUT(WS-IDX-SYN)
           ADD WS-MONTANT-CEDE TO WS-SYN-PRIME-CEDE(WS-IDX-SYN)
       END-IF.

       0310-SYNTHESE-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0320-SYNTHESE-SINISTRE-DEBUT.

       MOVE SIN-NOM-PRODUIT     TO WS-RECH-PRODUIT.
       MOVE SIN-DATE-SURVENANCE TO WS-RECH-DATE.

       PERFORM 0400-RECHERCHE-TRAITE-DEBUT
          THRU 0400-RECHERCHE-TRAITE-FIN.

       PERFORM 0230-CESSION-SINISTRE-DEBUT
          THRU 0230-CESSION-SINISTRE-FIN.

       PERFORM 0330-CASE-SYNTHESE-DEBUT
          THRU 0330-CASE-SYNTHESE-FIN.

       IF WS-IDX-SYN NOT = ZERO
           ADD WS-MONTANT-BRUT TO WS-SYN-CHARGE-BRUT(WS-IDX-SYN)
           ADD WS-MONTANT-CEDE TO WS-SYN-CHARGE-CEDE(WS-IDX-SYN)
       END-IF.

       0320-SYNTHESE-SINISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0330-CASE-SYNTHESE-DEBUT.

      *Recherche (ou creation) de la case de la famille
      *WS-RECH-FAMILLE (renseignee par 0400-RECHERCHE-TRAITE).

       MOVE ZERO TO WS-IDX-SYN.

       PERFORM VARYING WS-CPT-SYN FROM 1 BY 1
               UNTIL WS-CPT-SYN > WS-NB-SYN
                  OR WS-IDX-SYN NOT = ZERO
           IF WS-SYN-FAMILLE(WS-CPT-SYN) = WS-RECH-FAMILLE
               MOVE WS-CPT-SYN TO WS-IDX-SYN
           END-IF
       END-PERFORM.

       IF WS-IDX-SYN = ZERO
           IF WS-NB-SYN < 100
               ADD 1 TO WS-NB-SYN
               MOVE WS-NB-SYN TO WS-IDX-SYN
               MOVE WS-RECH-FAMILLE TO WS-SYN-FAMILLE(WS-IDX-SYN)
               MOVE ZERO TO WS-SYN-PRIME-BRUT(WS-IDX-SYN)
               MOVE ZERO TO WS-SYN-PRIME-CEDE(WS-IDX-SYN)
               MOVE ZERO TO WS-SYN-CHARGE-BRUT(WS-IDX-SYN)
               MOVE ZERO TO WS-SYN-CHARGE-CEDE(WS-IDX-SYN)
           ELSE
               ADD 1 TO WS-NB-SYN-PERDUS
           END-IF
       END-IF.

       0330-CASE-SYNTHESE-FIN.
       EXIT.


      *-----------------------------------------------

       0350-EDITION-SYNTHESE-DEBUT.

      *Une ligne par famille : primes brutes, cedees et nettes,
      *charge sinistres brute, cedee et nette, ratios S/P brut et
      *net en pour cent (plafonnes quand la prime est nulle).

       OPEN OUTPUT FICHIER-SYNTHESE.

       MOVE SPACES TO F-LIGNE-SYNTHESE.
       STRING "SYNTHESE DE LA REASSURANCE AU "
              WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2) " - MONTANTS EUR"
           INTO F-LIGNE-SYNTHESE.
       WRITE F-LIGNE-SYNTHESE.

       MOVE SPACES TO F-LIGNE-SYNTHESE.
       WRITE F-LIGNE-SYNTHESE.

       MOVE SPACES TO F-LIGNE-SYNTHESE.
       STRING "FAMILLE      "
              "  PRIMES BRUTES   PRIMES CEDEES   PRIMES NETTES "
              "   CHARGE BRUTE    CHARGE CEDEE   CHARGE NETTE "
              "S/P BRUT  S/P NET"
           INTO F-LIGNE-SYNTHESE.
       WRITE F-LIGNE-SYNTHESE.

       PERFORM VARYING WS-IDX-SYN FROM 1 BY 1
               UNTIL WS-IDX-SYN > WS-NB-SYN

           COMPUTE WS-NET = WS-SYN-PRIME-BRUT(WS-IDX-SYN)
                          - WS-SYN-PRIME-CEDE(WS-IDX-SYN)
           COMPUTE WS-NET-CHARGE = WS-SYN-CHARGE-BRUT(WS-IDX-SYN)
                                 - WS-SYN-CHARGE-CEDE(WS-IDX-SYN)

           PERFORM 0360-CALCUL-RATIOS-DEBUT
              THRU 0360-CALCUL-RATIOS-FIN

           MOVE WS-SYN-PRIME-BRUT(WS-IDX-SYN)  TO WS-BRUT-ED
           MOVE WS-SYN-PRIME-CEDE(WS-IDX-SYN)  TO WS-CEDE-ED
           MOVE WS-NET                         TO WS-NET-ED
           MOVE WS-SYN-CHARGE-BRUT(WS-IDX-SYN) TO WS-CHARGE-BRUT-ED
           MOVE WS-SYN-CHARGE-CEDE(WS-IDX-SYN) TO WS-CHARGE-CEDE-ED
           MOVE WS-NET-CHARGE                  TO WS-CHARGE-NETTE-ED
           MOVE WS-RATIO-BRUT                  TO WS-RATIO-BRUT-ED
           MOVE WS-RATIO-NET                   TO WS-RATIO-NET-ED

           MOVE SPACES TO F-LIGNE-SYNTHESE
           STRING WS-SYN-FAMILLE(WS-IDX-SYN) " "
                  WS-BRUT-ED " "
                  WS-CEDE-ED " "
                  WS-NET-ED " "
                  WS-CHARGE-BRUT-ED " "
                  WS-CHARGE-CEDE-ED " "
                  WS-CHARGE-NETTE-ED " "
                  WS-RATIO-BRUT-ED " "
                  WS-RATIO-NET-ED
               INTO F-LIGNE-SYNTHESE
           WRITE F-LIGNE-SYNTHESE

       END-PERFORM.

       CLOSE FICHIER-SYNTHESE.

       DISPLAY "Synthese de la reassurance : " WS-NB-SYN
               " famille(s), " WS-FICHIER-SYNTHESE.

       0350-EDITION-SYNTHESE-FIN.
       EXIT.


      *-----------------------------------------------

       0360-CALCUL-RATIOS-DEBUT.

      *Ratios S/P brut et net de la famille courante, plafonnes
      *quand la prime est nulle (meme regle qu'ASSURSIN).

       IF WS-SYN-PRIME-BRUT(WS-IDX-SYN) = ZERO
           IF WS-SYN-CHARGE-BRUT(WS-IDX-SYN) = ZERO
               MOVE ZERO TO WS-RATIO-BRUT
           ELSE
               MOVE 9999.99 TO WS-RATIO-BRUT
           END-IF
       ELSE
           COMPUTE WS-RATIO-BRUT ROUNDED =
               (WS-SYN-CHARGE-BRUT(WS-IDX-SYN) * 100) /
               WS-SYN-PRIME-BRUT(WS-IDX-SYN)
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-RATIO-BRUT
           END-COMPUTE
       END-IF.

       IF WS-NET = ZERO
           IF WS-NET-CHARGE = ZERO
               MOVE ZERO TO WS-RATIO-NET
           ELSE
               MOVE 9999.99 TO WS-RATIO-NET
           END-IF
       ELSE
           COMPUTE WS-RATIO-NET ROUNDED =
               (WS-NET-CHARGE * 100) / WS-NET
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-RATIO-NET
           END-COMPUTE
       END-IF.

       0360-CALCUL-RATIOS-FIN.
       EXIT.


      *-----------------------------------------------

       0400-RECHERCHE-TRAITE-DEBUT.

      *Famille du produit WS-RECH-PRODUIT (INCONNUE hors reference)
      *puis traite de cette famille en vigueur a la date
      *WS-RECH-DATE : WS-IDX-TRT, a zero sans traite.

       MOVE "INCONNUE" TO WS-RECH-FAMILLE.

       PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
               UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
           IF WS-PROD-LIBELLE(WS-CPT-PRODUIT) = WS-RECH-PRODUIT
               MOVE WS-PROD-FAMILLE(WS-CPT-PRODUIT)
                 TO WS-RECH-FAMILLE
           END-IF
       END-PERFORM.

       MOVE ZERO TO WS-IDX-TRT.

       PERFORM VARYING WS-CPT-TRT FROM 1 BY 1
               UNTIL WS-CPT-TRT > WS-NB-TRAITES
                  OR WS-IDX-TRT NOT = ZERO
           IF WS-TRT-FAMILLE(WS-CPT-TRT) = WS-RECH-FAMILLE
              AND WS-RECH-DATE >= WS-TRT-DATE-DEBUT(WS-CPT-TRT)
              AND WS-RECH-DATE <= WS-TRT-DATE-FIN(WS-CPT-TRT)
               MOVE WS-CPT-TRT TO WS-IDX-TRT
           END-IF
       END-PERFORM.

       0400-RECHERCHE-TRAITE-FIN.
       EXIT.


      *-----------------------------------------------

       0410-CALCUL-CESSION-DEBUT.

      *Part cedee du montant brut WS-MONTANT-BRUT au traite
      *WS-IDX-TRT : la quote-part, puis tout ce que la part conservee
      *depasse de la limite de retention (une retention a zero ne
      *limite rien). Sans traite, rien n'est cede.

       MOVE ZERO TO WS-MONTANT-CEDE.

       IF WS-IDX-TRT NOT = ZERO
           COMPUTE WS-MONTANT-CEDE ROUNDED =
               WS-MONTANT-BRUT * WS-TRT-QUOTE-PART(WS-IDX-TRT) / 100
           IF WS-TRT-RETENTION(WS-IDX-TRT) > ZERO
              AND WS-MONTANT-BRUT - WS-MONTANT-CEDE >
                  WS-TRT-RETENTION(WS-IDX-TRT)
               COMPUTE WS-MONTANT-CEDE =
                   WS-MONTANT-BRUT - WS-TRT-RETENTION(WS-IDX-TRT)
           END-IF
       END-IF.

       COMPUTE WS-MONTANT-RETENU = WS-MONTANT-BRUT - WS-MONTANT-CEDE.

       0410-CALCUL-CESSION-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque execution
      *de la cession : contrats et sinistres lus, lignes des
      *bordereaux, lignes de traites ecartees.

       MOVE SPACES                TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN     TO JRN-DATE-HEURE.
       MOVE "ASSURREA"            TO JRN-PROGRAMME.
       MOVE WS-FICHIER-TRAITES    TO JRN-FICHIER-ENTREE.

       IF RETURN-CODE = ZERO
           MOVE WS-FICHIER-SYNTHESE TO JRN-FICHIER-SORTIE
       ELSE
           MOVE "ARRET - REFERENCE OU MAITRE ILLISIBLE"
             TO JRN-FICHIER-SORTIE
       END-IF.

       MOVE WS-NB-CONTRATS-LUS    TO JRN-NB-LUES.
       MOVE WS-NB-SINISTRES-LUS   TO JRN-NB-TABLE.
       COMPUTE JRN-NB-ECRITES = WS-NB-PRIMES-CEDEES + WS-NB-SIN-CEDES.
       MOVE WS-NB-TRT-REJETES     TO JRN-NB-REJETS.
       MOVE WS-NB-SYN-PERDUS      TO JRN-NB-PERDUES.

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
