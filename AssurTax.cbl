       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurtax.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : declaration trimestrielle de la taxe
      *                 sur les primes d'assurance. Les lignes du
      *                 registre taxes-idx.dat (alimente par ASSURFACT
      *                 a chaque facturation) dont l'echeance tombe
      *                 dans le trimestre sont totalisees par ligne
      *                 metier, pays du client et taux : prime taxable
      *                 et taxe due en EUR, avoirs deduits, avec
      *                 sous-total par ligne metier et total general.
      *                 Les lignes facturees sans taux en vigueur sont
      *                 isolees pour correction de la reference avant
      *                 depot. La taxe due du trimestre est transmise
      *                 a ASSURGL (taxe-gl-AAAAMM.dat, dernier mois du
      *                 trimestre) pour la paire d'ecritures de taxe a
      *                 reverser.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Registre indexe de la taxe par echeance (alimente par ASSURFACT)
       SELECT FICHIER-TAXES-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-TAXES-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TAX-CLE
       FILE STATUS IS WS-STATUT-TAXES.

      *Declaration trimestrielle (rapport imprimable)
       SELECT FICHIER-DECLARATION ASSIGN
                       TO DYNAMIC WS-FICHIER-DECLARATION
       ORGANIZATION IS LINE SEQUENTIAL.

      *Taxe due du trimestre transmise a ASSURGL
       SELECT FICHIER-TAXE-GL ASSIGN TO DYNAMIC WS-FICHIER-TAXE-GL
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.


      *------------------------------DATA-------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-TAXES-IDX.
      * COPY TAXREC.CPY fournit TAX-ENREGISTREMENT.
           COPY TAXREC.

       FD FICHIER-DECLARATION.
           01 F-LIGNE-DECLARATION      PIC X(132).

       FD FICHIER-TAXE-GL.
           01 F-LIGNE-TAXE-GL          PIC X(80).

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de traitement (repris dans le journal d'audit)
      *----------------------------------------------------------------
       77  WS-NB-LUES         PIC 9(5)   VALUE ZERO.
       77  WS-NB-RETENUES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-SANS-TAUX    PIC 9(5)   VALUE ZERO.
       77  WS-NB-DECL-PERDUS  PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

      *----------------------------------------------------------------
      * Cumuls de la declaration par ligne metier, pays et taux
      * (l'indicateur isole les lignes facturees sans taux)
      *----------------------------------------------------------------
       01  WS-TABLE-DECLARATION.
           05 WS-DCL-ENTREE OCCURS 300 TIMES.
              10 WS-DCL-CLE.
                 15 WS-DCL-METIER     PIC X(12).
                 15 WS-DCL-PAYS       PIC X(2).
                 15 WS-DCL-SANS-TAUX  PIC X.
                 15 WS-DCL-TAUX       PIC 9(3)v9(3).
              10 WS-DCL-NB            PIC 9(5).
              10 WS-DCL-HT-EUR        PIC S9(12)v9(2).
              10 WS-DCL-TAXE-EUR      PIC S9(12)v9(2).

       77  WS-NB-DCL          PIC 9(3)   VALUE ZERO.
       77  WS-IDX-DCL         PIC 9(3)   VALUE ZERO.
       77  WS-CPT-DCL         PIC 9(3)   VALUE ZERO.

      *Case de travail de l'echange du tri.
       01  WS-DCL-TRAVAIL.
           05 WS-TRV-CLE.
              10 WS-TRV-METIER        PIC X(12).
              10 WS-TRV-PAYS          PIC X(2).
              10 WS-TRV-SANS-TAUX     PIC X.
              10 WS-TRV-TAUX          PIC 9(3)v9(3).
           05 WS-TRV-NB               PIC 9(5).
           05 WS-TRV-HT-EUR           PIC S9(12)v9(2).
           05 WS-TRV-TAXE-EUR         PIC S9(12)v9(2).

      *----------------------------------------------------------------
      * Sous-totaux par ligne metier et totaux de la declaration
      *----------------------------------------------------------------
       01  WS-METIER-COURANT         PIC X(12).
       77  WS-SST-NB                 PIC 9(5)        VALUE ZERO.
       77  WS-SST-HT-EUR             PIC S9(13)v9(2) VALUE ZERO.
       77  WS-SST-TAXE-EUR           PIC S9(13)v9(2) VALUE ZERO.
       77  WS-TOT-NB                 PIC 9(5)        VALUE ZERO.
       77  WS-TOT-HT-EUR             PIC S9(13)v9(2) VALUE ZERO.
       77  WS-TOT-TAXE-EUR           PIC S9(13)v9(2) VALUE ZERO.
       77  WS-SANS-TAUX-HT-EUR       PIC S9(13)v9(2) VALUE ZERO.

      *Trimestre declare (bornes AAAAMMJJ, libelle AAAATn et dernier
      *mois AAAAMM).
       77  WS-TRIMESTRE              PIC 9(1)  VALUE ZERO.
       77  WS-MOIS-NUM               PIC 9(2)  VALUE ZERO.
       77  WS-TRIM-DEBUT             PIC 9(8)  VALUE ZERO.
       77  WS-TRIM-FIN               PIC 9(8)  VALUE ZERO.
       01  WS-LIBELLE-TRIMESTRE      PIC X(6).
       01  WS-MOIS-FIN-TRIMESTRE     PIC 9(6)  VALUE ZERO.

      *----------------------------------------------------------------
      * Parametrage de l'execution : trimestre AAAATn (par defaut
      * celui de la date comptable) et date comptable DATE=AAAAMMJJ
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).
       01  WS-PARM-1                  PIC X(10).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       01  WS-FICHIER-TAXES-IDX       PIC X(60) VALUE
                                       "taxes-idx.dat".
       01  WS-FICHIER-DECLARATION     PIC X(60) VALUE SPACES.
       01  WS-FICHIER-TAXE-GL         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-TAXES            PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

      *----------------------------------------------------------------
      * Zones editees de la declaration et de l'extrait
      *----------------------------------------------------------------
       77  WS-TAUX-ED                PIC ZZ9.999.
       77  WS-NB-ED                  PIC ZZZZ9.
       77  WS-HT-ED                  PIC -(12)9.99.
       77  WS-TAXE-ED                PIC -(12)9.99.
       77  WS-TAXE-GL-ED             PIC -(12)9.99.


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0100-LECTURE-REGISTRE-DEBUT
          THRU 0100-LECTURE-REGISTRE-FIN.

       PERFORM 0200-TRI-DECLARATION-DEBUT
          THRU 0200-TRI-DECLARATION-FIN.

       PERFORM 0300-EDITION-DEBUT
          THRU 0300-EDITION-FIN.

       PERFORM 0500-EXTRAIT-GL-DEBUT
          THRU 0500-EXTRAIT-GL-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : TRIMESTRE declare
      *(AAAATn, par defaut celui de la date comptable) et date
      *comptable DATE=AAAAMMJJ (date systeme sinon). La declaration
      *d'un trimestre echu se lance avec son libelle, par exemple
      *2026T3 au debut d'octobre.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.

       UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
           INTO WS-PARM-1
       END-UNSTRING.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       IF WS-PARM-1 NOT = SPACES
           IF WS-PARM-1(1:4) IS NUMERIC
              AND WS-PARM-1(5:1) = "T"
              AND WS-PARM-1(6:1) >= "1" AND WS-PARM-1(6:1) <= "4"
              AND WS-PARM-1(7:4) = SPACES
               MOVE WS-PARM-1(1:4) TO WS-TRIM-DEBUT(1:4)
               MOVE WS-PARM-1(6:1) TO WS-TRIMESTRE
           ELSE
               DISPLAY "ERREUR - trimestre " WS-PARM-1
                       " illisible (attendu AAAATn, n de 1 a 4)."
               MOVE 8 TO RETURN-CODE
               GO TO 0000-INITIALISATION-FIN
           END-IF
       ELSE
           MOVE WS-DATE-JOUR(1:4) TO WS-TRIM-DEBUT(1:4)
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-NUM
           COMPUTE WS-TRIMESTRE = (WS-MOIS-NUM + 2) / 3
       END-IF.

      *Bornes du trimestre : premier jour du premier mois, dernier
      *jour du troisieme (30 en juin et septembre, 31 sinon).

       MOVE WS-TRIM-DEBUT(1:4) TO WS-TRIM-FIN(1:4).
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

       MOVE WS-TRIM-FIN(1:6) TO WS-MOIS-FIN-TRIMESTRE.

       MOVE SPACES TO WS-LIBELLE-TRIMESTRE.
       STRING WS-TRIM-DEBUT(1:4) "T" WS-TRIMESTRE
           INTO WS-LIBELLE-TRIMESTRE.

      *La declaration porte le trimestre dans son nom (elle est
      *refaite a chaque execution du trimestre) ; l'extrait pour
      *ASSURGL porte le dernier mois du trimestre, mois comptable
      *de l'ecriture.

       STRING "taxe-assurances-" WS-LIBELLE-TRIMESTRE ".dat"
           INTO WS-FICHIER-DECLARATION.

       STRING "taxe-gl-" WS-MOIS-FIN-TRIMESTRE ".dat"
           INTO WS-FICHIER-TAXE-GL.

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

       0100-LECTURE-REGISTRE-DEBUT.

      *Parcours sequentiel du registre de la taxe : chaque ligne dont
      *l'echeance tombe dans le trimestre est cumulee dans la case de
      *sa ligne metier, de son pays et de son taux (creee au besoin).
      *Sans registre lisible, aucune declaration n'est produite.

       IF RETURN-CODE NOT = ZERO
           GO TO 0100-LECTURE-REGISTRE-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-TAXES-IDX.

       IF WS-STATUT-TAXES NOT = "00"
           DISPLAY "ERREUR - registre de la taxe "
                   WS-FICHIER-TAXES-IDX
                   " illisible (statut " WS-STATUT-TAXES
                   "), lancer d'abord le traitement ASSURFACT."
           MOVE 8 TO RETURN-CODE
           GO TO 0100-LECTURE-REGISTRE-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-TAXES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   IF TAX-DATE-ECHEANCE >= WS-TRIM-DEBUT
                      AND TAX-DATE-ECHEANCE <= WS-TRIM-FIN
                       ADD 1 TO WS-NB-RETENUES
                       PERFORM 0110-CUMUL-LIGNE-DEBUT
                          THRU 0110-CUMUL-LIGNE-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-TAXES-IDX.

       DISPLAY "Trimestre " WS-LIBELLE-TRIMESTRE " : " WS-NB-RETENUES
               " ligne(s) retenue(s) sur " WS-NB-LUES ", "
               WS-NB-SANS-TAUX " sans taux.".

       IF WS-NB-DECL-PERDUS > ZERO
           DISPLAY "ATTENTION - capacite de la table de declaration "
                   "atteinte (300), " WS-NB-DECL-PERDUS
                   " ligne(s) ignoree(s)."
       END-IF.

       0100-LECTURE-REGISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0110-CUMUL-LIGNE-DEBUT.

      *Recherche (ou creation) de la case de la ligne courante puis
      *cumul du nombre de lignes, de la prime taxable et de la taxe
      *EUR (un avoir, negatif, vient en deduction).

       MOVE TAX-LIGNE-METIER TO WS-TRV-METIER.
       MOVE TAX-PAYS         TO WS-TRV-PAYS.
       MOVE TAX-TAUX         TO WS-TRV-TAUX.

       IF TAX-TAUX-ABSENT
           ADD 1 TO WS-NB-SANS-TAUX
           MOVE "O" TO WS-TRV-SANS-TAUX
       ELSE
           MOVE "N" TO WS-TRV-SANS-TAUX
       END-IF.

       MOVE ZERO TO WS-IDX-DCL.

       PERFORM VARYING WS-CPT-DCL FROM 1 BY 1
               UNTIL WS-CPT-DCL > WS-NB-DCL
                  OR WS-IDX-DCL NOT = ZERO
           IF WS-DCL-CLE(WS-CPT-DCL) = WS-TRV-CLE
               MOVE WS-CPT-DCL TO WS-IDX-DCL
           END-IF
       END-PERFORM.

       IF WS-IDX-DCL = ZERO
           IF WS-NB-DCL < 300
               ADD 1 TO WS-NB-DCL
               MOVE WS-NB-DCL TO WS-IDX-DCL
               MOVE WS-TRV-CLE TO WS-DCL-CLE(WS-IDX-DCL)
               MOVE ZERO TO WS-DCL-NB(WS-IDX-DCL)
               MOVE ZERO TO WS-DCL-HT-EUR(WS-IDX-DCL)
               MOVE ZERO TO WS-DCL-TAXE-EUR(WS-IDX-DCL)
           ELSE
               ADD 1 TO WS-NB-DECL-PERDUS
               GO TO 0110-CUMUL-LIGNE-FIN
           END-IF
       END-IF.

       ADD 1            TO WS-DCL-NB(WS-IDX-DCL).
       ADD TAX-HT-EUR   TO WS-DCL-HT-EUR(WS-IDX-DCL).
       ADD TAX-TAXE-EUR TO WS-DCL-TAXE-EUR(WS-IDX-DCL).

       0110-CUMUL-LIGNE-FIN.
       EXIT.


      *-----------------------------------------------

       0200-TRI-DECLARATION-DEBUT.

      *Tri des cases par ligne metier, pays puis taux (les lignes
      *sans taux d'une ligne metier et d'un pays apres celles qui en
      *ont un), pour l'edition avec sous-total par ligne metier.

       IF RETURN-CODE NOT = ZERO
           GO TO 0200-TRI-DECLARATION-FIN
       END-IF.

       PERFORM VARYING WS-IDX-DCL FROM 1 BY 1
               UNTIL WS-IDX-DCL >= WS-NB-DCL

           PERFORM VARYING WS-CPT-DCL FROM 1 BY 1
                   UNTIL WS-CPT-DCL >= WS-NB-DCL

               IF WS-DCL-CLE(WS-CPT-DCL) >
                  WS-DCL-CLE(WS-CPT-DCL + 1)

                   MOVE WS-DCL-ENTREE(WS-CPT-DCL)
                     TO WS-DCL-TRAVAIL
                   MOVE WS-DCL-ENTREE(WS-CPT-DCL + 1)
                     TO WS-DCL-ENTREE(WS-CPT-DCL)
                   MOVE WS-DCL-TRAVAIL
                     TO WS-DCL-ENTREE(WS-CPT-DCL + 1)

               END-IF

           END-PERFORM

       END-PERFORM.

       0200-TRI-DECLARATION-FIN.
       EXIT.


      *-----------------------------------------------

       0300-EDITION-DEBUT.

      *Edition de la declaration : une ligne par ligne metier, pays
      *et taux (nombre de lignes facturees, prime taxable et taxe due
      *EUR), un sous-total a chaque changement de ligne metier, puis
      *le total general. Les lignes sans taux sont editees a part
      *(taux SANS TAUX, taxe nulle) et rappelees en pied pour
      *correction de la reference avant depot.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-EDITION-FIN
       END-IF.

       OPEN OUTPUT FICHIER-DECLARATION.

       MOVE SPACES TO F-LIGNE-DECLARATION.
       STRING "DECLARATION DE LA TAXE SUR LES PRIMES D'ASSURANCE"
              " - TRIMESTRE " WS-LIBELLE-TRIMESTRE " (DU "
              WS-TRIM-DEBUT(1:4) "/" WS-TRIM-DEBUT(5:2) "/"
              WS-TRIM-DEBUT(7:2) " AU "
              WS-TRIM-FIN(1:4) "/" WS-TRIM-FIN(5:2) "/"
              WS-TRIM-FIN(7:2) ")"
           INTO F-LIGNE-DECLARATION.
       WRITE F-LIGNE-DECLARATION.

       MOVE SPACES TO F-LIGNE-DECLARATION.
       WRITE F-LIGNE-DECLARATION.

       MOVE SPACES TO F-LIGNE-DECLARATION.
       STRING "LIGNE METIER  PAYS  TAUX %       NB LIG.  "
              "  PRIME TAX. EUR      TAXE DUE EUR"
           INTO F-LIGNE-DECLARATION.
       WRITE F-LIGNE-DECLARATION.

       MOVE SPACES TO WS-METIER-COURANT.
       MOVE ZERO TO WS-SST-NB.
       MOVE ZERO TO WS-SST-HT-EUR.
       MOVE ZERO TO WS-SST-TAXE-EUR.

       PERFORM VARYING WS-IDX-DCL FROM 1 BY 1
               UNTIL WS-IDX-DCL > WS-NB-DCL

           IF WS-DCL-METIER(WS-IDX-DCL) NOT = WS-METIER-COURANT
              AND WS-IDX-DCL > 1
               PERFORM 0310-SOUS-TOTAL-DEBUT
                  THRU 0310-SOUS-TOTAL-FIN
           END-IF

           MOVE WS-DCL-METIER(WS-IDX-DCL) TO WS-METIER-COURANT

           MOVE WS-DCL-NB(WS-IDX-DCL)       TO WS-NB-ED
           MOVE WS-DCL-HT-EUR(WS-IDX-DCL)   TO WS-HT-ED
           MOVE WS-DCL-TAXE-EUR(WS-IDX-DCL) TO WS-TAXE-ED

           MOVE SPACES TO F-LIGNE-DECLARATION
           IF WS-DCL-SANS-TAUX(WS-IDX-DCL) = "O"
               STRING WS-DCL-METIER(WS-IDX-DCL) "  "
                      WS-DCL-PAYS(WS-IDX-DCL) "    "
                      "SANS TAUX" "      "
                      WS-NB-ED "  "
                      WS-HT-ED "  "
                      WS-TAXE-ED
                   INTO F-LIGNE-DECLARATION
               ADD WS-DCL-HT-EUR(WS-IDX-DCL) TO WS-SANS-TAUX-HT-EUR
           ELSE
               MOVE WS-DCL-TAUX(WS-IDX-DCL) TO WS-TAUX-ED
               STRING WS-DCL-METIER(WS-IDX-DCL) "  "
                      WS-DCL-PAYS(WS-IDX-DCL) "    "
                      WS-TAUX-ED "        "
                      WS-NB-ED "  "
                      WS-HT-ED "  "
                      WS-TAXE-ED
                   INTO F-LIGNE-DECLARATION
           END-IF
           WRITE F-LIGNE-DECLARATION

           ADD WS-DCL-NB(WS-IDX-DCL)       TO WS-SST-NB
           ADD WS-DCL-HT-EUR(WS-IDX-DCL)   TO WS-SST-HT-EUR
           ADD WS-DCL-TAXE-EUR(WS-IDX-DCL) TO WS-SST-TAXE-EUR
           ADD WS-DCL-NB(WS-IDX-DCL)       TO WS-TOT-NB
           ADD WS-DCL-HT-EUR(WS-IDX-DCL)   TO WS-TOT-HT-EUR
           ADD WS-DCL-TAXE-EUR(WS-IDX-DCL) TO WS-TOT-TAXE-EUR

       END-PERFORM.

       IF WS-NB-DCL > ZERO
           PERFORM 0310-SOUS-TOTAL-DEBUT
              THRU 0310-SOUS-TOTAL-FIN
       END-IF.

       MOVE WS-TOT-NB       TO WS-NB-ED.
       MOVE WS-TOT-HT-EUR   TO WS-HT-ED.
       MOVE WS-TOT-TAXE-EUR TO WS-TAXE-ED.

       MOVE SPACES TO F-LIGNE-DECLARATION.
       STRING "TOTAL DU TRIMESTRE                 "
              WS-NB-ED "  "
              WS-HT-ED "  "
              WS-TAXE-ED
           INTO F-LIGNE-DECLARATION.
       WRITE F-LIGNE-DECLARATION.

       IF WS-NB-SANS-TAUX > ZERO
           MOVE WS-NB-SANS-TAUX     TO WS-NB-ED
           MOVE WS-SANS-TAUX-HT-EUR TO WS-HT-ED
           MOVE SPACES TO F-LIGNE-DECLARATION
           WRITE F-LIGNE-DECLARATION
           MOVE SPACES TO F-LIGNE-DECLARATION
           STRING "ATTENTION : " WS-NB-ED
                  " ligne(s) facturee(s) sans taux de taxe, prime "
                  "de " FUNCTION TRIM(WS-HT-ED)
                  " EUR non taxee : completer la reference des taux"
                  " avant depot."
               INTO F-LIGNE-DECLARATION
           WRITE F-LIGNE-DECLARATION
       END-IF.

       CLOSE FICHIER-DECLARATION.

       0300-EDITION-FIN.
       EXIT.


      *-----------------------------------------------

       0310-SOUS-TOTAL-DEBUT.

      *Sous-total de la ligne metier qui s'acheve, puis remise a
      *zero des cumuls de sous-total.

       MOVE WS-SST-NB       TO WS-NB-ED.
       MOVE WS-SST-HT-EUR   TO WS-HT-ED.
       MOVE WS-SST-TAXE-EUR TO WS-TAXE-ED.

       MOVE SPACES TO F-LIGNE-DECLARATION.
       STRING "  TOTAL " WS-METIER-COURANT "               "
              WS-NB-ED "  "
              WS-HT-ED "  "
              WS-TAXE-ED
           INTO F-LIGNE-DECLARATION.
       WRITE F-LIGNE-DECLARATION.

       MOVE SPACES TO F-LIGNE-DECLARATION.
       WRITE F-LIGNE-DECLARATION.

       MOVE ZERO TO WS-SST-NB.
       MOVE ZERO TO WS-SST-HT-EUR.
       MOVE ZERO TO WS-SST-TAXE-EUR.

       0310-SOUS-TOTAL-FIN.
       EXIT.


      *-----------------------------------------------

       0500-EXTRAIT-GL-DEBUT.

      *Extrait pour ASSURGL : une ligne Trimestre,TaxeEUR portant la
      *taxe due du trimestre (negative si les avoirs l'emportent),
      *comptabilisee avec le dernier mois du trimestre.

       IF RETURN-CODE NOT = ZERO
           GO TO 0500-EXTRAIT-GL-FIN
       END-IF.

       OPEN OUTPUT FICHIER-TAXE-GL.

       MOVE SPACES TO F-LIGNE-TAXE-GL.
       STRING "Trimestre,TaxeEUR"
           INTO F-LIGNE-TAXE-GL.
       WRITE F-LIGNE-TAXE-GL.

       MOVE WS-TOT-TAXE-EUR TO WS-TAXE-GL-ED.

       MOVE SPACES TO F-LIGNE-TAXE-GL.
       STRING WS-LIBELLE-TRIMESTRE             ","
              FUNCTION TRIM(WS-TAXE-GL-ED)
           INTO F-LIGNE-TAXE-GL.
       WRITE F-LIGNE-TAXE-GL.

       CLOSE FICHIER-TAXE-GL.

       DISPLAY "Taxe due du trimestre " WS-LIBELLE-TRIMESTRE " : "
               WS-TAXE-GL-ED " EUR (" WS-FICHIER-TAXE-GL ").".

       0500-EXTRAIT-GL-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque execution
      *de la declaration : lignes du registre lues, cases de la
      *declaration, lignes du trimestre retenues et, en rejets,
      *lignes sans taux.

       MOVE SPACES                 TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN      TO JRN-DATE-HEURE.
       MOVE "ASSURTAX"             TO JRN-PROGRAMME.
       MOVE WS-FICHIER-TAXES-IDX   TO JRN-FICHIER-ENTREE.
       MOVE WS-FICHIER-DECLARATION TO JRN-FICHIER-SORTIE.
       MOVE WS-NB-LUES             TO JRN-NB-LUES.
       MOVE WS-NB-DCL              TO JRN-NB-TABLE.
       MOVE WS-NB-RETENUES         TO JRN-NB-ECRITES.
       MOVE WS-NB-SANS-TAUX        TO JRN-NB-REJETS.
       MOVE WS-NB-DECL-PERDUS      TO JRN-NB-PERDUES.

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
