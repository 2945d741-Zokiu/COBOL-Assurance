       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurchn.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : pilote de la chaine de fin de
      *                 journee. Les etapes sont lues dans un fichier
      *                 de definition (programme, parametres, etapes
      *                 prealables, etape de fin de mois seulement,
      *                 prefixe du fichier de totaux de controle) et
      *                 lancees dans l'ordre avec une date comptable
      *                 DATE=AAAAMMJJ commune. Une etape terminee en
      *                 code retour 8 (ou plus), ou dont les totaux de
      *                 controle sont hors limites (ETAT=KO), bloque
      *                 les etapes qui en dependent ; les autres
      *                 continuent. L'etat de chaque etape est tenu a
      *                 jour dans le fichier d'etat de la chaine de la
      *                 date : une reexecution pour la meme date
      *                 reprend aux etapes non terminees. Un resume
      *                 d'une page est produit en fin d'execution.
      *----------------------------------------------------------------
      *
      * Fichier de definition (par defaut chaine-assurances.dat), une
      * ligne par etape dans l'ordre de lancement, ligne d'en-tete
      * Etape,... ignoree :
      *   Etape,Programme,Parametres,Dependances,FinDeMois,Controle
      * - Etape       : nom court de l'etape (8 caracteres, unique)
      * - Programme   : commande a lancer
      * - Parametres  : parametres de position du programme, sans
      *                 DATE= (ajoute par le pilote)
      * - Dependances : etapes prealables separees par "/" (6 au
      *                 plus), toutes definies plus haut dans le fichier
      * - FinDeMois   : O = etape lancee le dernier jour du mois
      *                 seulement
      * - Controle    : prefixe du fichier CLE=VALEUR des totaux de
      *                 controle de l'etape (complete par la date et
      *                 ".dat"), vide si l'etape n'en produit pas
      *
      * Exemple de chaine du jour :
      *   PRD,assurprd,,,N,
      *   CLI,assurcli,,,N,
      *   ASSUR,assur,,PRD/CLI,O,controle-assurances-
      *   MAJ,assurmaj,mouvements-assurances.dat,PRD/CLI,N,
      *   ASSUR2,assur2,,PRD,N,controle-assurances2-
      *   COMP,assurcomp,,MAJ/ASSUR2,N,
      *   FACT,assurfact,,MAJ,N,
      *   ENC,assurenc,,FACT,N,
      *   REL,assurrel,,ENC,N,
      *   SIN,assursin,,MAJ,N,
      *   REN,assurren,,MAJ,N,
      *   COM,assurcom,,FACT,O,
      *   PPNA,assurppna,,MAJ,O,
      *   REA,assurrea,,SIN,O,
      *   TAX,assurtax,,FACT,O,
      *   GL,assurgl,,FACT/PPNA/TAX,O,
      *   TEND,assurtend,,MAJ,N,
      *   ARC,assurarc,,COMP/ENC/SIN/GL,N,
      * Le chargement complet ASSUR (qui recree le maitre a partir de
      * l'extrait amont) ne passe qu'en fin de mois, avant les
      * mouvements du jour d'ASSURMAJ ; une etape de fin de mois non
      * due ne bloque pas les etapes qui en dependent.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Definition de la chaine (etapes, parametres, dependances)
       SELECT FICHIER-CHAINE ASSIGN TO DYNAMIC WS-FICHIER-CHAINE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CHAINE.

      *Etat de la chaine de la date, relu a la reprise et reecrit
      *apres chaque etape
       SELECT FICHIER-ETAT ASSIGN TO DYNAMIC WS-FICHIER-ETAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-ETAT.

      *Totaux de controle (CLE=VALEUR) produits par une etape
       SELECT FICHIER-CONTROLE ASSIGN TO DYNAMIC WS-FICHIER-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CONTROLE.

      *Resume de l'execution de la chaine
       SELECT FICHIER-RESUME ASSIGN TO DYNAMIC WS-FICHIER-RESUME
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.


      *------------------------------DATA-------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CHAINE.
           01 F-LIGNE-CHAINE           PIC X(250).

       FD FICHIER-ETAT.
           01 F-LIGNE-ETAT             PIC X(100).

       FD FICHIER-CONTROLE.
           01 F-LIGNE-CONTROLE         PIC X(80).

       FD FICHIER-RESUME.
           01 F-LIGNE-RESUME           PIC X(132).

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de traitement (repris dans le journal d'audit et le
      * resume)
      *----------------------------------------------------------------
       77  WS-NB-LUES          PIC 9(5)   VALUE ZERO.
       77  WS-NB-ANOMALIES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-LANCEES       PIC 9(5)   VALUE ZERO.
       77  WS-NB-OK            PIC 9(5)   VALUE ZERO.
       77  WS-NB-KO            PIC 9(5)   VALUE ZERO.
       77  WS-NB-BLOQUEES      PIC 9(5)   VALUE ZERO.
       77  WS-NB-NON-DUES      PIC 9(5)   VALUE ZERO.
       77  WS-NB-REPRISES      PIC 9(5)   VALUE ZERO.
       77  WS-NB-ETP-PERDUES   PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

      *----------------------------------------------------------------
      * Etapes de la chaine, dans l'ordre du fichier de definition,
      * avec leur etat d'execution. Etats : A-FAIRE, OK, KO, BLOQUE
      * (une etape prealable a echoue), NON-DUE (etape de fin de mois
      * un autre jour).
      *----------------------------------------------------------------
       01  WS-TABLE-ETAPES.
           05 WS-ETP-ENTREE OCCURS 40 TIMES.
              10 WS-ETP-NOM           PIC X(8).
              10 WS-ETP-PROGRAMME     PIC X(40).
              10 WS-ETP-PARAMETRES    PIC X(80).
              10 WS-ETP-NB-DEP        PIC 9(1).
              10 WS-ETP-DEP OCCURS 6 TIMES.
                 15 WS-ETP-DEP-NOM    PIC X(8).
                 15 WS-ETP-DEP-RANG   PIC 9(2).
              10 WS-ETP-FIN-MOIS      PIC X(1).
              10 WS-ETP-CONTROLE      PIC X(40).
              10 WS-ETP-ETAT          PIC X(8).
              10 WS-ETP-CODE-RETOUR   PIC 9(4).
              10 WS-ETP-HEURE-DEBUT   PIC X(8).
              10 WS-ETP-HEURE-FIN     PIC X(8).
              10 WS-ETP-MOTIF         PIC X(40).
              10 WS-ETP-REPRISE       PIC X(1).

       77  WS-NB-ETAPES       PIC 9(2)   VALUE ZERO.
       77  WS-IDX-ETP         PIC 9(2)   VALUE ZERO.
       77  WS-CPT-ETP         PIC 9(2)   VALUE ZERO.
       77  WS-IDX-DEP         PIC 9(1)   VALUE ZERO.
       77  WS-RANG-DEP        PIC 9(2)   VALUE ZERO.

      *----------------------------------------------------------------
      * Zones de decoupage des lignes delimitees
      *----------------------------------------------------------------
       01  WS-CSV-ZONE-1             PIC X(20).
       01  WS-CSV-ZONE-2             PIC X(40).
       01  WS-CSV-ZONE-3             PIC X(80).
       01  WS-CSV-ZONE-4             PIC X(60).
       01  WS-CSV-ZONE-5             PIC X(20).
       01  WS-CSV-ZONE-6             PIC X(40).

      *----------------------------------------------------------------
      * Zones de travail du lancement d'une etape
      *----------------------------------------------------------------
       01  WS-COMMANDE               PIC X(200).
       77  WS-RC-SYSTEME             PIC S9(9) VALUE ZERO.
       77  WS-RC-ETAPE               PIC 9(4)  VALUE ZERO.

       01  WS-HEURE-SYS              PIC 9(8).
       01  WS-HEURE-ED               PIC X(8).

       01  WS-SWITCH-BLOCAGE         PIC X   VALUE "N".
           88 WS-ETAPE-BLOQUEE               VALUE "O".
           88 WS-ETAPE-LIBRE                 VALUE "N".

       01  WS-SWITCH-CONTROLE-KO     PIC X   VALUE "N".
           88 WS-CONTROLE-KO                 VALUE "O".
           88 WS-CONTROLE-OK                 VALUE "N".

       01  WS-MOTIF-CONTROLE         PIC X(24).

      *----------------------------------------------------------------
      * Fin de mois : la date comptable est le dernier jour du mois
      * quand son lendemain est un premier du mois
      *----------------------------------------------------------------
       01  WS-SWITCH-FIN-MOIS        PIC X   VALUE "N".
           88 WS-JOUR-FIN-MOIS               VALUE "O".
           88 WS-JOUR-ORDINAIRE              VALUE "N".

       77  WS-DATE-LENDEMAIN         PIC 9(8)  VALUE ZERO.

      *----------------------------------------------------------------
      * Parametrage de l'execution : fichier de definition de la
      * chaine, COMPLET pour relancer toutes les etapes sans tenir
      * compte de l'etat d'une execution precedente, et date
      * comptable DATE=AAAAMMJJ transmise a chaque etape
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).
       01  WS-PARM-1                  PIC X(60).
       01  WS-PARM-2                  PIC X(14).

       01  WS-SWITCH-REPRISE          PIC X    VALUE "O".
           88 WS-REPRISE-DEMANDEE              VALUE "O".
           88 WS-EXECUTION-COMPLETE            VALUE "N".

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       01  WS-FICHIER-CHAINE          PIC X(60) VALUE
                                       "chaine-assurances.dat".
       01  WS-FICHIER-ETAT            PIC X(60) VALUE SPACES.
       01  WS-FICHIER-CONTROLE        PIC X(60) VALUE SPACES.
       01  WS-FICHIER-RESUME          PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-CHAINE           PIC X(2).
       77  WS-STATUT-ETAT             PIC X(2).
       77  WS-STATUT-CONTROLE         PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

      *----------------------------------------------------------------
      * Zones editees du resume et du fichier d'etat
      *----------------------------------------------------------------
       77  WS-RC-ED                  PIC ZZZ9.
       77  WS-NB-ED                  PIC ZZZZ9.
       01  WS-LIGNE-RESUME           PIC X(132).


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0100-CHARGEMENT-CHAINE-DEBUT
          THRU 0100-CHARGEMENT-CHAINE-FIN.

       PERFORM 0150-REPRISE-DEBUT
          THRU 0150-REPRISE-FIN.

       PERFORM 0300-EXECUTION-DEBUT
          THRU 0300-EXECUTION-FIN.

       PERFORM 0400-BILAN-DEBUT
          THRU 0400-BILAN-FIN.

       PERFORM 0500-RESUME-DEBUT
          THRU 0500-RESUME-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : fichier de definition
      *de la chaine, COMPLET pour ignorer l'etat d'une execution
      *precedente, et date comptable DATE=AAAAMMJJ.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.
       MOVE SPACES TO WS-PARM-2.

       UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
           INTO WS-PARM-1 WS-PARM-2
       END-UNSTRING.

       IF WS-PARM-1 NOT = SPACES
           MOVE WS-PARM-1 TO WS-FICHIER-CHAINE
       END-IF.

       IF WS-PARM-2 = "COMPLET"
           SET WS-EXECUTION-COMPLETE TO TRUE
       ELSE
           SET WS-REPRISE-DEMANDEE TO TRUE
       END-IF.

      *Sans DATE= en ligne de commande, la date systeme devient la
      *date comptable de toute la chaine et est transmise telle
      *quelle a chaque etape, pour qu'une etape lancee apres minuit
      *traite encore la journee commencee.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       COMPUTE WS-DATE-LENDEMAIN = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + 1).

       IF WS-DATE-LENDEMAIN(7:2) = "01"
           SET WS-JOUR-FIN-MOIS TO TRUE
       ELSE
           SET WS-JOUR-ORDINAIRE TO TRUE
       END-IF.

      *L'etat et le resume portent la date comptable : c'est l'etat
      *de la chaine de cette date qui est repris a la reexecution.

       STRING "etat-chaine-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-ETAT.

       STRING "resume-chaine-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-RESUME.

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

       0100-CHARGEMENT-CHAINE-DEBUT.

      *Chargement en memoire de la definition de la chaine. Une
      *definition incoherente (etape en double, dependance inconnue
      *ou definie plus bas) arrete tout : lancer une chaine mal
      *decrite risquerait de faire tourner une etape avant celles
      *qu'elle consomme.

       OPEN INPUT FICHIER-CHAINE.

       IF WS-STATUT-CHAINE NOT = "00"
           DISPLAY "ERREUR - definition de la chaine "
                   WS-FICHIER-CHAINE
                   " illisible (statut " WS-STATUT-CHAINE ")."
           ADD 1 TO WS-NB-ANOMALIES
           MOVE 8 TO RETURN-CODE
           GO TO 0100-CHARGEMENT-CHAINE-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-CHAINE
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-CHAINE(1:6) NOT = "Etape,"
                      AND F-LIGNE-CHAINE NOT = SPACES
                       ADD 1 TO WS-NB-LUES
                       PERFORM 0110-LIGNE-CHAINE-DEBUT
                          THRU 0110-LIGNE-CHAINE-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CHAINE.

       IF WS-NB-ETP-PERDUES > ZERO
           DISPLAY "ERREUR - capacite de la table des etapes "
                   "atteinte (40), " WS-NB-ETP-PERDUES
                   " etape(s) non chargee(s)."
           ADD WS-NB-ETP-PERDUES TO WS-NB-ANOMALIES
       END-IF.

       IF WS-NB-ETAPES = ZERO
           DISPLAY "ERREUR - aucune etape dans la definition "
                   WS-FICHIER-CHAINE "."
           ADD 1 TO WS-NB-ANOMALIES
       END-IF.

       IF WS-NB-ANOMALIES > ZERO
           DISPLAY "ERREUR - definition de la chaine incoherente, "
                   "aucune etape lancee."
           MOVE 8 TO RETURN-CODE
       END-IF.

       0100-CHARGEMENT-CHAINE-FIN.
       EXIT.


      *-----------------------------------------------

       0110-LIGNE-CHAINE-DEBUT.

       MOVE SPACES TO WS-CSV-ZONE-1.
       MOVE SPACES TO WS-CSV-ZONE-2.
       MOVE SPACES TO WS-CSV-ZONE-3.
       MOVE SPACES TO WS-CSV-ZONE-4.
       MOVE SPACES TO WS-CSV-ZONE-5.
       MOVE SPACES TO WS-CSV-ZONE-6.

       UNSTRING F-LIGNE-CHAINE DELIMITED BY ","
           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2 WS-CSV-ZONE-3
                WS-CSV-ZONE-4 WS-CSV-ZONE-5 WS-CSV-ZONE-6
       END-UNSTRING.

       IF WS-CSV-ZONE-1 = SPACES OR WS-CSV-ZONE-2 = SPACES
           ADD 1 TO WS-NB-ANOMALIES
           DISPLAY "ERREUR - etape sans nom ou sans programme : "
                   F-LIGNE-CHAINE(1:80)
           GO TO 0110-LIGNE-CHAINE-FIN
       END-IF.

       IF WS-NB-ETAPES NOT < 40
           ADD 1 TO WS-NB-ETP-PERDUES
           GO TO 0110-LIGNE-CHAINE-FIN
       END-IF.

      *Un nom d'etape identifie l'etape dans les dependances et dans
      *le fichier d'etat : il doit etre unique.

       PERFORM VARYING WS-CPT-ETP FROM 1 BY 1
               UNTIL WS-CPT-ETP > WS-NB-ETAPES
           IF WS-ETP-NOM(WS-CPT-ETP) = WS-CSV-ZONE-1
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "ERREUR - etape " WS-CSV-ZONE-1
                       " definie deux fois."
               GO TO 0110-LIGNE-CHAINE-FIN
           END-IF
       END-PERFORM.

       ADD 1 TO WS-NB-ETAPES.
       MOVE WS-NB-ETAPES TO WS-IDX-ETP.
       INITIALIZE WS-ETP-ENTREE(WS-IDX-ETP).

       MOVE WS-CSV-ZONE-1 TO WS-ETP-NOM(WS-IDX-ETP).
       MOVE WS-CSV-ZONE-2 TO WS-ETP-PROGRAMME(WS-IDX-ETP).
       MOVE WS-CSV-ZONE-3 TO WS-ETP-PARAMETRES(WS-IDX-ETP).
       MOVE WS-CSV-ZONE-6 TO WS-ETP-CONTROLE(WS-IDX-ETP).
       MOVE "A-FAIRE " TO WS-ETP-ETAT(WS-IDX-ETP).
       MOVE "N" TO WS-ETP-REPRISE(WS-IDX-ETP).

       IF WS-CSV-ZONE-5(1:1) = "O"
           MOVE "O" TO WS-ETP-FIN-MOIS(WS-IDX-ETP)
       ELSE
           MOVE "N" TO WS-ETP-FIN-MOIS(WS-IDX-ETP)
       END-IF.

      *Dependances : chaque etape prealable doit etre definie plus
      *haut, son rang est retenu pour le controle avant lancement.

       UNSTRING WS-CSV-ZONE-4 DELIMITED BY "/"
           INTO WS-ETP-DEP-NOM(WS-IDX-ETP, 1)
                WS-ETP-DEP-NOM(WS-IDX-ETP, 2)
                WS-ETP-DEP-NOM(WS-IDX-ETP, 3)
                WS-ETP-DEP-NOM(WS-IDX-ETP, 4)
                WS-ETP-DEP-NOM(WS-IDX-ETP, 5)
                WS-ETP-DEP-NOM(WS-IDX-ETP, 6)
       END-UNSTRING.

       PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > 6
           IF WS-ETP-DEP-NOM(WS-IDX-ETP, WS-IDX-DEP) NOT = SPACES
               ADD 1 TO WS-ETP-NB-DEP(WS-IDX-ETP)
               MOVE ZERO TO WS-RANG-DEP
               PERFORM VARYING WS-CPT-ETP FROM 1 BY 1
                       UNTIL WS-CPT-ETP >= WS-IDX-ETP
                          OR WS-RANG-DEP NOT = ZERO
                   IF WS-ETP-NOM(WS-CPT-ETP) =
                      WS-ETP-DEP-NOM(WS-IDX-ETP, WS-IDX-DEP)
                       MOVE WS-CPT-ETP TO WS-RANG-DEP
                   END-IF
               END-PERFORM
               IF WS-RANG-DEP = ZERO
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY "ERREUR - etape " WS-ETP-NOM(WS-IDX-ETP)
                           " : dependance "
                           WS-ETP-DEP-NOM(WS-IDX-ETP, WS-IDX-DEP)
                           " inconnue ou definie plus bas."
               END-IF
               MOVE WS-RANG-DEP
                 TO WS-ETP-DEP-RANG(WS-IDX-ETP, WS-IDX-DEP)
           END-IF
       END-PERFORM.

       0110-LIGNE-CHAINE-FIN.
       EXIT.


      *-----------------------------------------------

       0150-REPRISE-DEBUT.

      *Reprise apres incident : l'etat de la chaine de la meme date
      *comptable est relu, et les etapes deja terminees (OK, ou non
      *dues un jour ordinaire) ne sont pas relancees. Les etapes KO,
      *bloquees ou jamais lancees le sont, dans l'ordre de la
      *definition. Le parametre COMPLET relance tout.

       IF RETURN-CODE NOT = ZERO
           GO TO 0150-REPRISE-FIN
       END-IF.

       IF WS-EXECUTION-COMPLETE
           DISPLAY "Execution complete demandee, l'etat precedent "
                   "de la chaine est ignore."
           GO TO 0150-REPRISE-FIN
       END-IF.

       OPEN INPUT FICHIER-ETAT.

       IF WS-STATUT-ETAT NOT = "00"
           GO TO 0150-REPRISE-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-ETAT
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-ETAT(1:6) NOT = "Etape,"
                      AND F-LIGNE-ETAT NOT = SPACES
                       PERFORM 0160-LIGNE-ETAT-DEBUT
                          THRU 0160-LIGNE-ETAT-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ETAT.

       IF WS-NB-REPRISES > ZERO
           DISPLAY "Reprise de la chaine du " WS-DATE-JOUR " : "
                   WS-NB-REPRISES " etape(s) deja terminee(s)."
       END-IF.

       0150-REPRISE-FIN.
       EXIT.


      *-----------------------------------------------

       0160-LIGNE-ETAT-DEBUT.

       MOVE SPACES TO WS-CSV-ZONE-1.
       MOVE SPACES TO WS-CSV-ZONE-2.
       MOVE SPACES TO WS-CSV-ZONE-3.
       MOVE SPACES TO WS-CSV-ZONE-4.
       MOVE SPACES TO WS-CSV-ZONE-5.
       MOVE SPACES TO WS-CSV-ZONE-6.

       UNSTRING F-LIGNE-ETAT DELIMITED BY ","
           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2 WS-CSV-ZONE-3
                WS-CSV-ZONE-4 WS-CSV-ZONE-5 WS-CSV-ZONE-6
       END-UNSTRING.

       IF WS-CSV-ZONE-2 NOT = "OK" AND WS-CSV-ZONE-2 NOT = "NON-DUE"
           GO TO 0160-LIGNE-ETAT-FIN
       END-IF.

       MOVE ZERO TO WS-IDX-ETP.

       PERFORM VARYING WS-CPT-ETP FROM 1 BY 1
               UNTIL WS-CPT-ETP > WS-NB-ETAPES
                  OR WS-IDX-ETP NOT = ZERO
           IF WS-ETP-NOM(WS-CPT-ETP) = WS-CSV-ZONE-1
               MOVE WS-CPT-ETP TO WS-IDX-ETP
           END-IF
       END-PERFORM.

      *Une etape retiree de la definition depuis l'execution
      *precedente est ignoree ; une etape non due la veille d'une fin
      *de mois reste a faire si la date est devenue une fin de mois.

       IF WS-IDX-ETP = ZERO
           GO TO 0160-LIGNE-ETAT-FIN
       END-IF.

       IF WS-CSV-ZONE-2 = "NON-DUE" AND WS-JOUR-FIN-MOIS
           GO TO 0160-LIGNE-ETAT-FIN
       END-IF.

       MOVE WS-CSV-ZONE-2 TO WS-ETP-ETAT(WS-IDX-ETP).
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-3)
         TO WS-ETP-CODE-RETOUR(WS-IDX-ETP).
       MOVE WS-CSV-ZONE-4 TO WS-ETP-HEURE-DEBUT(WS-IDX-ETP).
       MOVE WS-CSV-ZONE-5 TO WS-ETP-HEURE-FIN(WS-IDX-ETP).
       IF WS-CSV-ZONE-2 = "OK"
           MOVE "DEJA TERMINEE (REPRISE)" TO WS-ETP-MOTIF(WS-IDX-ETP)
       ELSE
           MOVE WS-CSV-ZONE-6 TO WS-ETP-MOTIF(WS-IDX-ETP)
       END-IF.
       MOVE "O" TO WS-ETP-REPRISE(WS-IDX-ETP).
       ADD 1 TO WS-NB-REPRISES.

       0160-LIGNE-ETAT-FIN.
       EXIT.


      *-----------------------------------------------

       0300-EXECUTION-DEBUT.

      *Lancement des etapes dans l'ordre de la definition. L'etat de
      *la chaine est reecrit apres chaque etape : une interruption du
      *pilote lui-meme laisse un etat exact pour la reprise.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-EXECUTION-FIN
       END-IF.

       DISPLAY "Chaine de fin de journee du " WS-DATE-JOUR(1:4) "/"
               WS-DATE-JOUR(5:2) "/" WS-DATE-JOUR(7:2) " :".

       IF WS-JOUR-FIN-MOIS
           DISPLAY "Fin de mois : les etapes mensuelles sont dues."
       END-IF.

       PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
               UNTIL WS-IDX-ETP > WS-NB-ETAPES

           PERFORM 0310-ETAPE-DEBUT
              THRU 0310-ETAPE-FIN

       END-PERFORM.

       0300-EXECUTION-FIN.
       EXIT.


      *-----------------------------------------------

       0310-ETAPE-DEBUT.

      *Une etape est sautee si elle est deja terminee (reprise), non
      *due (etape de fin de mois un jour ordinaire) ou bloquee par
      *l'echec d'une etape prealable ; sinon elle est lancee et son
      *resultat juge sur le code retour puis sur ses totaux de
      *controle.

       IF WS-ETP-REPRISE(WS-IDX-ETP) = "O"
           DISPLAY "  " WS-ETP-NOM(WS-IDX-ETP)
                   " deja terminee, non relancee."
           GO TO 0310-ETAPE-FIN
       END-IF.

       MOVE SPACES TO WS-ETP-MOTIF(WS-IDX-ETP).
       MOVE SPACES TO WS-ETP-HEURE-DEBUT(WS-IDX-ETP).
       MOVE SPACES TO WS-ETP-HEURE-FIN(WS-IDX-ETP).
       MOVE ZERO   TO WS-ETP-CODE-RETOUR(WS-IDX-ETP).

       IF WS-ETP-FIN-MOIS(WS-IDX-ETP) = "O" AND WS-JOUR-ORDINAIRE
           MOVE "NON-DUE " TO WS-ETP-ETAT(WS-IDX-ETP)
           MOVE "HORS FIN DE MOIS" TO WS-ETP-MOTIF(WS-IDX-ETP)
           PERFORM 0350-ECRITURE-ETAT-DEBUT
              THRU 0350-ECRITURE-ETAT-FIN
           GO TO 0310-ETAPE-FIN
       END-IF.

       SET WS-ETAPE-LIBRE TO TRUE.

       PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-ETP-NB-DEP(WS-IDX-ETP)
                  OR WS-ETAPE-BLOQUEE
           MOVE WS-ETP-DEP-RANG(WS-IDX-ETP, WS-IDX-DEP)
             TO WS-RANG-DEP
           IF WS-ETP-ETAT(WS-RANG-DEP) = "KO      "
              OR WS-ETP-ETAT(WS-RANG-DEP) = "BLOQUE  "
               SET WS-ETAPE-BLOQUEE TO TRUE
               STRING "ECHEC DE L'ETAPE PREALABLE "
                      WS-ETP-NOM(WS-RANG-DEP)
                   DELIMITED BY SIZE
                   INTO WS-ETP-MOTIF(WS-IDX-ETP)
           END-IF
       END-PERFORM.

       IF WS-ETAPE-BLOQUEE
           MOVE "BLOQUE  " TO WS-ETP-ETAT(WS-IDX-ETP)
           DISPLAY "  " WS-ETP-NOM(WS-IDX-ETP) " bloquee : "
                   WS-ETP-MOTIF(WS-IDX-ETP)
           PERFORM 0350-ECRITURE-ETAT-DEBUT
              THRU 0350-ECRITURE-ETAT-FIN
           GO TO 0310-ETAPE-FIN
       END-IF.

       PERFORM 0320-LANCEMENT-DEBUT
          THRU 0320-LANCEMENT-FIN.

       IF WS-ETP-ETAT(WS-IDX-ETP) = "OK      "
          AND WS-ETP-CONTROLE(WS-IDX-ETP) NOT = SPACES
           PERFORM 0330-CONTROLE-ETAPE-DEBUT
              THRU 0330-CONTROLE-ETAPE-FIN
       END-IF.

       DISPLAY "  " WS-ETP-NOM(WS-IDX-ETP) " "
               WS-ETP-ETAT(WS-IDX-ETP) " code retour "
               WS-ETP-CODE-RETOUR(WS-IDX-ETP) " "
               WS-ETP-MOTIF(WS-IDX-ETP).

       PERFORM 0350-ECRITURE-ETAT-DEBUT
          THRU 0350-ECRITURE-ETAT-FIN.

       0310-ETAPE-FIN.
       EXIT.


      *-----------------------------------------------

       0320-LANCEMENT-DEBUT.

      *Lancement du programme de l'etape avec ses parametres et la
      *date comptable commune. Le shell rend le code retour du
      *programme multiplie par 256 (statut d'attente) ; un resultat
      *negatif signale un lancement impossible.

       MOVE SPACES TO WS-COMMANDE.

       STRING FUNCTION TRIM(WS-ETP-PROGRAMME(WS-IDX-ETP)) " "
              FUNCTION TRIM(WS-ETP-PARAMETRES(WS-IDX-ETP))
              " DATE=" WS-DATE-JOUR
           DELIMITED BY SIZE
           INTO WS-COMMANDE.

       ACCEPT WS-HEURE-SYS FROM TIME.
       PERFORM 0325-HEURE-ED-DEBUT
          THRU 0325-HEURE-ED-FIN.
       MOVE WS-HEURE-ED TO WS-ETP-HEURE-DEBUT(WS-IDX-ETP).

       DISPLAY "  " WS-ETP-NOM(WS-IDX-ETP) " lancee : "
               FUNCTION TRIM(WS-COMMANDE).

       ADD 1 TO WS-NB-LANCEES.

       CALL "SYSTEM" USING WS-COMMANDE.

       MOVE RETURN-CODE TO WS-RC-SYSTEME.
       MOVE ZERO TO RETURN-CODE.

       ACCEPT WS-HEURE-SYS FROM TIME.
       PERFORM 0325-HEURE-ED-DEBUT
          THRU 0325-HEURE-ED-FIN.
       MOVE WS-HEURE-ED TO WS-ETP-HEURE-FIN(WS-IDX-ETP).

       IF WS-RC-SYSTEME < ZERO
           MOVE 9999 TO WS-ETP-CODE-RETOUR(WS-IDX-ETP)
           MOVE "KO      " TO WS-ETP-ETAT(WS-IDX-ETP)
           MOVE "LANCEMENT IMPOSSIBLE" TO WS-ETP-MOTIF(WS-IDX-ETP)
           GO TO 0320-LANCEMENT-FIN
       END-IF.

       IF WS-RC-SYSTEME > 255
           DIVIDE 256 INTO WS-RC-SYSTEME
       END-IF.

       MOVE WS-RC-SYSTEME TO WS-RC-ETAPE.
       MOVE WS-RC-ETAPE TO WS-ETP-CODE-RETOUR(WS-IDX-ETP).

       IF WS-RC-ETAPE >= 8
           MOVE "KO      " TO WS-ETP-ETAT(WS-IDX-ETP)
           MOVE WS-RC-ETAPE TO WS-RC-ED
           STRING "CODE RETOUR " FUNCTION TRIM(WS-RC-ED)
               DELIMITED BY SIZE
               INTO WS-ETP-MOTIF(WS-IDX-ETP)
       ELSE
           MOVE "OK      " TO WS-ETP-ETAT(WS-IDX-ETP)
       END-IF.

       0320-LANCEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0325-HEURE-ED-DEBUT.

       MOVE SPACES TO WS-HEURE-ED.

       STRING WS-HEURE-SYS(1:2) ":" WS-HEURE-SYS(3:2) ":"
              WS-HEURE-SYS(5:2)
           INTO WS-HEURE-ED.

       0325-HEURE-ED-FIN.
       EXIT.


      *-----------------------------------------------

       0330-CONTROLE-ETAPE-DEBUT.

      *Verification des totaux de controle de l'etape, fichier
      *CLE=VALEUR a la date comptable : ETAT=KO signale des seuils
      *depasses (taux de rejet, volume lu), et un fichier absent une
      *etape qui n'a pas publie. Dans les deux cas les etapes
      *dependantes ne doivent pas consommer ses sorties.

       MOVE SPACES TO WS-FICHIER-CONTROLE.
       MOVE SPACES TO WS-MOTIF-CONTROLE.
       SET WS-CONTROLE-OK TO TRUE.

       STRING FUNCTION TRIM(WS-ETP-CONTROLE(WS-IDX-ETP))
              WS-DATE-JOUR ".dat"
           DELIMITED BY SIZE
           INTO WS-FICHIER-CONTROLE.

       OPEN INPUT FICHIER-CONTROLE.

       IF WS-STATUT-CONTROLE NOT = "00"
           MOVE "KO      " TO WS-ETP-ETAT(WS-IDX-ETP)
           MOVE "TOTAUX DE CONTROLE ABSENTS"
             TO WS-ETP-MOTIF(WS-IDX-ETP)
           GO TO 0330-CONTROLE-ETAPE-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-CONTROLE
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-CONTROLE(1:8) = "ETAT=KO "
                       SET WS-CONTROLE-KO TO TRUE
                   END-IF
                   IF F-LIGNE-CONTROLE(1:6) = "MOTIF="
                       MOVE F-LIGNE-CONTROLE(7:24)
                         TO WS-MOTIF-CONTROLE
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CONTROLE.

       IF WS-CONTROLE-KO
           MOVE "KO      " TO WS-ETP-ETAT(WS-IDX-ETP)
           STRING "TOTAUX HORS LIMITES " WS-MOTIF-CONTROLE
               DELIMITED BY SIZE
               INTO WS-ETP-MOTIF(WS-IDX-ETP)
       END-IF.

       0330-CONTROLE-ETAPE-FIN.
       EXIT.


      *-----------------------------------------------

       0350-ECRITURE-ETAT-DEBUT.

      *Reecriture complete du fichier d'etat de la chaine : une ligne
      *par etape (nom, etat, code retour, heures de debut et de fin,
      *motif), lue par la reprise d'une execution ulterieure.

       OPEN OUTPUT FICHIER-ETAT.

       MOVE SPACES TO F-LIGNE-ETAT.
       STRING "Etape,Etat,CodeRetour,Debut,Fin,Motif"
           INTO F-LIGNE-ETAT.
       WRITE F-LIGNE-ETAT.

       PERFORM VARYING WS-CPT-ETP FROM 1 BY 1
               UNTIL WS-CPT-ETP > WS-NB-ETAPES

           MOVE WS-ETP-CODE-RETOUR(WS-CPT-ETP) TO WS-RC-ED
           MOVE SPACES TO F-LIGNE-ETAT
           STRING FUNCTION TRIM(WS-ETP-NOM(WS-CPT-ETP)) ","
                  FUNCTION TRIM(WS-ETP-ETAT(WS-CPT-ETP)) ","
                  FUNCTION TRIM(WS-RC-ED) ","
                  WS-ETP-HEURE-DEBUT(WS-CPT-ETP) ","
                  WS-ETP-HEURE-FIN(WS-CPT-ETP) ","
                  WS-ETP-MOTIF(WS-CPT-ETP)
               DELIMITED BY SIZE
               INTO F-LIGNE-ETAT
           WRITE F-LIGNE-ETAT

       END-PERFORM.

       CLOSE FICHIER-ETAT.

       0350-ECRITURE-ETAT-FIN.
       EXIT.


      *-----------------------------------------------

       0400-BILAN-DEBUT.

      *Decompte des etapes par etat. La chaine est en erreur
      *(RETURN-CODE 8) tant qu'une etape est KO ou bloquee : la
      *reexecution pour la meme date reprendra a ces etapes.

       IF WS-NB-ANOMALIES > ZERO
           GO TO 0400-BILAN-FIN
       END-IF.

       PERFORM VARYING WS-CPT-ETP FROM 1 BY 1
               UNTIL WS-CPT-ETP > WS-NB-ETAPES

           EVALUATE WS-ETP-ETAT(WS-CPT-ETP)
               WHEN "OK      "
                   ADD 1 TO WS-NB-OK
               WHEN "KO      "
                   ADD 1 TO WS-NB-KO
               WHEN "BLOQUE  "
                   ADD 1 TO WS-NB-BLOQUEES
               WHEN "NON-DUE "
                   ADD 1 TO WS-NB-NON-DUES
           END-EVALUATE

       END-PERFORM.

       IF WS-NB-KO > ZERO OR WS-NB-BLOQUEES > ZERO
           DISPLAY "ERREUR - chaine incomplete : " WS-NB-KO
                   " etape(s) KO, " WS-NB-BLOQUEES
                   " etape(s) bloquee(s)."
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "Chaine terminee : " WS-NB-OK " etape(s) OK, "
                   WS-NB-NON-DUES " non due(s)."
       END-IF.

       0400-BILAN-FIN.
       EXIT.


      *-----------------------------------------------

       0500-RESUME-DEBUT.

      *Resume d'une page de l'execution de la chaine : une ligne par
      *etape (etat, code retour, heures, observation) et le bilan,
      *pour le compte rendu d'exploitation du jour.

       OPEN OUTPUT FICHIER-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "RESUME DE LA CHAINE DE FIN DE JOURNEE DU "
              WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2)
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "Execution du " WS-DATE-HEURE-JRN
              " - definition " WS-FICHIER-CHAINE
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       IF WS-JOUR-FIN-MOIS
           MOVE "Fin de mois : OUI" TO F-LIGNE-RESUME
       ELSE
           MOVE "Fin de mois : NON" TO F-LIGNE-RESUME
       END-IF.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       IF WS-NB-ANOMALIES > ZERO
           MOVE SPACES TO F-LIGNE-RESUME
           MOVE WS-NB-ANOMALIES TO WS-NB-ED
           STRING "DEFINITION DE LA CHAINE INCOHERENTE ("
                  WS-NB-ED " ANOMALIE(S)) - AUCUNE ETAPE LANCEE"
               INTO F-LIGNE-RESUME
           WRITE F-LIGNE-RESUME
           CLOSE FICHIER-RESUME
           GO TO 0500-RESUME-FIN
       END-IF.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "ETAPE    PROGRAMME                 ETAT      RC  "
              "DEBUT     FIN       OBSERVATION"
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE ALL "-" TO F-LIGNE-RESUME(1:110).
       WRITE F-LIGNE-RESUME.

       PERFORM VARYING WS-CPT-ETP FROM 1 BY 1
               UNTIL WS-CPT-ETP > WS-NB-ETAPES

           MOVE WS-ETP-CODE-RETOUR(WS-CPT-ETP) TO WS-RC-ED
           MOVE SPACES TO WS-LIGNE-RESUME
           STRING WS-ETP-NOM(WS-CPT-ETP) " "
                  WS-ETP-PROGRAMME(WS-CPT-ETP)(1:24) "  "
                  WS-ETP-ETAT(WS-CPT-ETP) "  "
                  WS-RC-ED "  "
                  WS-ETP-HEURE-DEBUT(WS-CPT-ETP) "  "
                  WS-ETP-HEURE-FIN(WS-CPT-ETP) "  "
                  WS-ETP-MOTIF(WS-CPT-ETP)
               INTO WS-LIGNE-RESUME
           MOVE WS-LIGNE-RESUME TO F-LIGNE-RESUME
           WRITE F-LIGNE-RESUME

       END-PERFORM.

       MOVE ALL "-" TO F-LIGNE-RESUME(1:110).
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "Etapes definies     : " WS-NB-ETAPES
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "Lancees ce passage  : " WS-NB-LANCEES
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "Deja terminees      : " WS-NB-REPRISES
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "OK                  : " WS-NB-OK
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "KO                  : " WS-NB-KO
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "Bloquees            : " WS-NB-BLOQUEES
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       STRING "Non dues            : " WS-NB-NON-DUES
           INTO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       WRITE F-LIGNE-RESUME.

       MOVE SPACES TO F-LIGNE-RESUME.
       IF WS-NB-KO > ZERO OR WS-NB-BLOQUEES > ZERO
           STRING "CHAINE INCOMPLETE - relancer le pilote avec la "
                  "meme date pour reprendre aux etapes KO/bloquees"
               INTO F-LIGNE-RESUME
       ELSE
           MOVE "CHAINE TERMINEE" TO F-LIGNE-RESUME
       END-IF.
       WRITE F-LIGNE-RESUME.

       CLOSE FICHIER-RESUME.

       0500-RESUME-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque execution
      *du pilote : etapes definies, deja terminees, lancees, et en
      *echec (KO ou bloquees).

       MOVE SPACES                TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN     TO JRN-DATE-HEURE.
       MOVE "ASSURCHN"            TO JRN-PROGRAMME.
       MOVE WS-FICHIER-CHAINE     TO JRN-FICHIER-ENTREE.

       IF WS-NB-ANOMALIES = ZERO
           MOVE WS-FICHIER-RESUME TO JRN-FICHIER-SORTIE
       ELSE
           MOVE "ARRET - DEFINITION DE LA CHAINE INCOHERENTE"
             TO JRN-FICHIER-SORTIE
       END-IF.

       MOVE WS-NB-LUES            TO JRN-NB-LUES.
       MOVE WS-NB-REPRISES        TO JRN-NB-TABLE.
       MOVE WS-NB-LANCEES         TO JRN-NB-ECRITES.
       COMPUTE JRN-NB-REJETS = WS-NB-KO + WS-NB-BLOQUEES.
       MOVE WS-NB-ANOMALIES       TO JRN-NB-PERDUES.

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
