       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurrlv.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : releve de compte annuel du client.
      *                 Pour un client (un identifiant fusionne renvoie
      *                 au client conserve) ou pour tous les clients,
      *                 un releve imprimable par client sur la periode
      *                 (annee civile par defaut) : pour chaque contrat
      *                 du maitre, la prime, les echeances facturees par
      *                 ASSURFACT avec leur taxe, les reglements
      *                 rapproches par ASSURENC et le reste du, puis les
      *                 sinistres avec reserve et regle. Totaux du
      *                 client par devise du contrat et en EUR.
      * 2026-10-15  TD  Echeances et avoirs de la periode lus dans le
      *                 registre taxes-idx.dat (toutes les lignes
      *                 facturees de la periode, TTC = HT + taxe) et non
      *                 plus dans l'extrait du jour ; l'etat du
      *                 rapprochement ne donne plus que l'indicateur de
      *                 reglement, recherche par contrat, echeance et
      *                 type (? sans ligne correspondante).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Referentiel indexe des clients
       SELECT FICHIER-CLIENTS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-CLI-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-ID-CLIENT
       FILE STATUS IS WS-STATUT-CLI-IDX.

      *Fichier maitre indexe des contrats
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

      *Registre indexe de la taxe par echeance (alimente par ASSURFACT)
       SELECT FICHIER-TAXES-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-TAXES-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TAX-CLE
       FILE STATUS IS WS-STATUT-TAXES.

      *Etat du rapprochement des echeances (produit par ASSURENC)
       SELECT FICHIER-RAPPROCHEMENT ASSIGN
                       TO DYNAMIC WS-FICHIER-RAPPROCHEMENT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-RAPPROCHEMENT.

      *Releve de compte d'un client (rapport imprimable)
       SELECT FICHIER-RELEVE ASSIGN TO DYNAMIC WS-FICHIER-RELEVE
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.


      *------------------------------DATA-------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENTS-IDX.
      * COPY CLIREC.CPY fournit CLI-ENREGISTREMENT.
           COPY CLIREC.

       FD FICHIER-ASSURANCE-IDX.
      * COPY IDXREC.CPY fournit IDX-ENREGISTREMENT.
           COPY IDXREC.

       FD FICHIER-SINISTRES-IDX.
      * COPY SINREC.CPY fournit SIN-ENREGISTREMENT.
           COPY SINREC.

       FD FICHIER-TAXES-IDX.
      * COPY TAXREC.CPY fournit TAX-ENREGISTREMENT.
           COPY TAXREC.

       FD FICHIER-RAPPROCHEMENT.
           01 F-LIGNE-RAPPROCHEMENT    PIC X(80).

       FD FICHIER-RELEVE.
           01 F-LIGNE-RELEVE           PIC X(132).

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de traitement (repris dans le journal d'audit)
      *----------------------------------------------------------------
       77  WS-NB-CONTRATS-LUS PIC 9(5)   VALUE ZERO.
       77  WS-NB-RELEVES      PIC 9(5)   VALUE ZERO.
       77  WS-NB-DESACCORDS   PIC 9(5)   VALUE ZERO.
       77  WS-NB-PERDUES      PIC 9(5)   VALUE ZERO.
       77  WS-NB-NON-RATTACHES PIC 9(5)  VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".
       01  WS-FIN-RAPPROCHEMENT PIC X    VALUE "N".

      *----------------------------------------------------------------
      * Alias du referentiel des clients : identifiant fusionne et
      * identifiant du client conserve
      *----------------------------------------------------------------
       01  WS-TABLE-ALIAS.
           05 WS-ALI-ENTREE OCCURS 5000 TIMES.
              10 WS-ALI-ID            PIC 9(6).
              10 WS-ALI-CANONIQUE     PIC 9(6).

       77  WS-NB-ALIAS        PIC 9(4)   VALUE ZERO.
       77  WS-CPT-ALI         PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------------
      * Contrats retenus : code et client conserve de rattachement
      *----------------------------------------------------------------
       01  WS-TABLE-CONTRATS.
           05 WS-CTR-ENTREE OCCURS 9999 TIMES.
              10 WS-CTR-CODE          PIC 9(8).
              10 WS-CTR-CLIENT        PIC 9(6).

       77  WS-NB-CONTRATS     PIC 9(4)   VALUE ZERO.
       77  WS-IDX-CTR         PIC 9(4)   VALUE ZERO.
       77  WS-CPT-CTR         PIC 9(4)   VALUE ZERO.

      *Dernier contrat recherche (les lignes d'un meme contrat se
      *suivent dans le registre).
       77  WS-CODE-RECHERCHE  PIC 9(8)   VALUE ZERO.
       77  WS-CODE-PRECEDENT  PIC 9(8)   VALUE ZERO.
       77  WS-IDX-CTR-PRECEDENT PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * Echeances et avoirs de la periode, montants signes (un avoir
      * est negatif) et indicateur de reglement (O, N, ? si l'etat du
      * rapprochement n'a pas de ligne pour l'echeance)
      *----------------------------------------------------------------
       01  WS-TABLE-ECHEANCES.
           05 WS-ECH-ENTREE OCCURS 9999 TIMES.
              10 WS-ECH-CODE          PIC 9(8).
              10 WS-ECH-DATE          PIC X(10).
              10 WS-ECH-NUM           PIC X(2).
              10 WS-ECH-DEVISE        PIC X(3).
              10 WS-ECH-HT            PIC S9(7)v9(2).
              10 WS-ECH-TAXE          PIC S9(7)v9(2).
              10 WS-ECH-TTC           PIC S9(8)v9(2).
              10 WS-ECH-TTC-EUR       PIC S9(10)v9(2).
              10 WS-ECH-REGLEE        PIC X.
                 88 WS-ECH-EST-REGLEE         VALUE "O".

       77  WS-NB-ECHEANCES    PIC 9(4)   VALUE ZERO.
       77  WS-CPT-ECH         PIC 9(4)   VALUE ZERO.
       77  WS-NB-ECH-CONTRAT  PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------------
      * Indicateurs de reglement de l'etat du rapprochement, par
      * contrat, echeance AAAA-MM-JJ et type (E echeance, A avoir)
      *----------------------------------------------------------------
       01  WS-TABLE-RAPPROCHEMENT.
           05 WS-RPR-ENTREE OCCURS 9999 TIMES.
              10 WS-RPR-CODE          PIC X(8).
              10 WS-RPR-DATE          PIC X(10).
              10 WS-RPR-TYPE          PIC X.
              10 WS-RPR-REGLEE        PIC X.

       77  WS-NB-RAPPROCHEMENTS PIC 9(4) VALUE ZERO.
       77  WS-CPT-RPR         PIC 9(4)   VALUE ZERO.
       77  WS-IDX-RPR         PIC 9(4)   VALUE ZERO.
       01  WS-ECH-CODE-X      PIC X(8).

      *----------------------------------------------------------------
      * Sinistres de la periode : survenus avant sa fin et non clos
      * avant son debut (reserve et regle a la date du registre)
      *----------------------------------------------------------------
       01  WS-TABLE-SINISTRES.
           05 WS-SIN-ENTREE OCCURS 2000 TIMES.
              10 WS-SIN-NUM           PIC X(10).
              10 WS-SIN-CODE          PIC 9(8).
              10 WS-SIN-SURVENANCE    PIC 9(8).
              10 WS-SIN-STATUT        PIC X(8).
              10 WS-SIN-DEVISE        PIC X(3).
              10 WS-SIN-RESERVE       PIC 9(9)v9(2).
              10 WS-SIN-REGLE         PIC 9(9)v9(2).
              10 WS-SIN-RESERVE-EUR   PIC 9(9)v9(2).
              10 WS-SIN-REGLE-EUR     PIC 9(9)v9(2).

       77  WS-NB-SINISTRES    PIC 9(4)   VALUE ZERO.
       77  WS-CPT-SIN         PIC 9(4)   VALUE ZERO.
       77  WS-NB-SIN-CONTRAT  PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------------
      * Totaux du client par devise et en EUR ; la ligne de travail a
      * la meme disposition qu'une case pour l'edition
      *----------------------------------------------------------------
       01  WS-TABLE-DEVISES.
           05 WS-DEV-ENTREE OCCURS 10 TIMES.
              10 WS-DEV-CODE          PIC X(3).
              10 WS-DEV-PRIME         PIC S9(12)v9(2).
              10 WS-DEV-FACTURE       PIC S9(12)v9(2).
              10 WS-DEV-REGLE         PIC S9(12)v9(2).
              10 WS-DEV-RESTE         PIC S9(12)v9(2).
              10 WS-DEV-RESERVE-SIN   PIC S9(12)v9(2).
              10 WS-DEV-REGLE-SIN     PIC S9(12)v9(2).

       77  WS-NB-DEVISES      PIC 9(2)   VALUE ZERO.
       77  WS-IDX-DEV         PIC 9(2)   VALUE ZERO.
       77  WS-CPT-DEV         PIC 9(2)   VALUE ZERO.
       01  WS-DEVISE-RECHERCHE PIC X(3).

       01  WS-TOTAUX-EUR.
           05 WS-EUR-CODE             PIC X(3).
           05 WS-EUR-PRIME            PIC S9(12)v9(2).
           05 WS-EUR-FACTURE          PIC S9(12)v9(2).
           05 WS-EUR-REGLE            PIC S9(12)v9(2).
           05 WS-EUR-RESTE            PIC S9(12)v9(2).
           05 WS-EUR-RESERVE-SIN      PIC S9(12)v9(2).
           05 WS-EUR-REGLE-SIN        PIC S9(12)v9(2).

       01  WS-LIGNE-TOTAL.
           05 WS-LTO-CODE             PIC X(3).
           05 WS-LTO-PRIME            PIC S9(12)v9(2).
           05 WS-LTO-FACTURE          PIC S9(12)v9(2).
           05 WS-LTO-REGLE            PIC S9(12)v9(2).
           05 WS-LTO-RESTE            PIC S9(12)v9(2).
           05 WS-LTO-RESERVE-SIN      PIC S9(12)v9(2).
           05 WS-LTO-REGLE-SIN        PIC S9(12)v9(2).
       01  WS-LTO-LIBELLE             PIC X(8).

      *Cumuls du contrat en cours d'edition (devise du contrat et EUR).
       77  WS-CTR-FACTURE     PIC S9(12)v9(2) VALUE ZERO.
       77  WS-CTR-REGLE       PIC S9(12)v9(2) VALUE ZERO.
       77  WS-CTR-FACTURE-EUR PIC S9(12)v9(2) VALUE ZERO.
       77  WS-CTR-REGLE-EUR   PIC S9(12)v9(2) VALUE ZERO.
       01  WS-LIBELLE-TOTAL   PIC X(50).
       77  WS-MONTANT-TOTAL   PIC S9(12)v9(2) VALUE ZERO.
       77  WS-EUR-TOTAL       PIC S9(12)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Client du releve et periode couverte (bornes AAAAMMJJ)
      *----------------------------------------------------------------
       01  WS-CLIENT-DEMANDE          PIC 9(6)  VALUE ZERO.
       01  WS-CLIENT-CONTRAT          PIC 9(6)  VALUE ZERO.
       01  WS-MODE-RELEVE             PIC X     VALUE "T".
           88 WS-RELEVE-TOUS                    VALUE "T".
           88 WS-RELEVE-UN-CLIENT               VALUE "U".
       01  WS-RLV-ID-CLIENT           PIC 9(6)  VALUE ZERO.
       01  WS-RLV-NOM-CLIENT          PIC X(41).
       77  WS-PER-DEBUT               PIC 9(8)  VALUE ZERO.
       77  WS-PER-FIN                 PIC 9(8)  VALUE ZERO.
       77  WS-DATE-NUM                PIC 9(8)  VALUE ZERO.
       77  WS-DATE-FIN-NUM            PIC 9(8)  VALUE ZERO.

      *Identifiants fusionnes vers le client du releve.
       01  WS-LISTE-ALIAS             PIC X(80).
       77  WS-PTR-ALIAS               PIC 9(3)  VALUE ZERO.

      *----------------------------------------------------------------
      * Decoupage des lignes de l'etat du rapprochement
      *----------------------------------------------------------------
       01  WS-RAP-CODE               PIC X(20).
       01  WS-RAP-DATE               PIC X(20).
       01  WS-RAP-TYPE               PIC X(20).
       01  WS-RAP-MONTANT            PIC X(20).
       01  WS-RAP-DEVISE             PIC X(20).
       01  WS-RAP-EUR                PIC X(20).
       01  WS-RAP-INDICATEUR         PIC X(20).

      *----------------------------------------------------------------
      * Parametrage de l'execution : client (identifiant sur 6
      * chiffres ou TOUS), periode (annee AAAA, ou debut et fin
      * AAAAMMJJ) et date comptable DATE=AAAAMMJJ
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).
       01  WS-PARM-1                  PIC X(10).
       01  WS-PARM-2                  PIC X(10).
       01  WS-PARM-3                  PIC X(10).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       01  WS-FICHIER-CLI-IDX         PIC X(60) VALUE
                                       "clients-idx.dat".
       01  WS-FICHIER-IDX             PIC X(60) VALUE
                                       "assurances-idx.dat".
       01  WS-FICHIER-SIN-IDX         PIC X(60) VALUE
                                       "sinistres-idx.dat".
       01  WS-FICHIER-TAXES-IDX       PIC X(60) VALUE
                                       "taxes-idx.dat".
       01  WS-FICHIER-RAPPROCHEMENT   PIC X(60) VALUE SPACES.
       01  WS-FICHIER-RELEVE          PIC X(60) VALUE SPACES.
       01  WS-FICHIER-RELEVES         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-CLI-IDX          PIC X(2).
       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-SIN-IDX          PIC X(2).
       77  WS-STATUT-TAXES            PIC X(2).
       77  WS-STATUT-RAPPROCHEMENT    PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

      *----------------------------------------------------------------
      * Zones editees du releve
      *----------------------------------------------------------------
       77  WS-ECH-HT-ED              PIC -(9)9.99.
       77  WS-ECH-TAXE-ED            PIC -(9)9.99.
       77  WS-ECH-TTC-ED             PIC -(9)9.99.
       77  WS-ECH-EUR-ED             PIC -(10)9.99.
       77  WS-SIN-RESERVE-ED         PIC Z(9)9.99.
       77  WS-SIN-REGLE-ED           PIC Z(9)9.99.
       77  WS-SIN-RESERVE-EUR-ED     PIC Z(9)9.99.
       77  WS-SIN-REGLE-EUR-ED       PIC Z(9)9.99.
       77  WS-PRIME-ED               PIC -(12)9.99.
       77  WS-PRIME-EUR-ED           PIC -(12)9.99.
       77  WS-TOTAL-ED               PIC -(9)9.99.
       77  WS-TOTAL-EUR-ED           PIC -(10)9.99.
       77  WS-LTO-ED-1               PIC -(12)9.99.
       77  WS-LTO-ED-2               PIC -(12)9.99.
       77  WS-LTO-ED-3               PIC -(12)9.99.
       77  WS-LTO-ED-4               PIC -(12)9.99.
       77  WS-LTO-ED-5               PIC -(12)9.99.
       77  WS-LTO-ED-6               PIC -(12)9.99.
       01  WS-REGLEE-ED              PIC X(3).


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0100-CHARGEMENT-CLIENTS-DEBUT
          THRU 0100-CHARGEMENT-CLIENTS-FIN.

       PERFORM 0110-CLIENT-DEMANDE-DEBUT
          THRU 0110-CLIENT-DEMANDE-FIN.

       PERFORM 0200-CHARGEMENT-CONTRATS-DEBUT
          THRU 0200-CHARGEMENT-CONTRATS-FIN.

       PERFORM 0300-CHARGEMENT-FACTURATION-DEBUT
          THRU 0300-CHARGEMENT-FACTURATION-FIN.

       PERFORM 0400-CHARGEMENT-SINISTRES-DEBUT
          THRU 0400-CHARGEMENT-SINISTRES-FIN.

       PERFORM 0500-EDITION-RELEVES-DEBUT
          THRU 0500-EDITION-RELEVES-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : CLIENT (identifiant sur
      *6 chiffres, ou TOUS par defaut), PERIODE (annee AAAA, ou date
      *de debut AAAAMMJJ suivie de la date de fin AAAAMMJJ, la date
      *comptable a defaut ; par defaut l'annee civile de la date
      *comptable) et date comptable DATE=AAAAMMJJ (date systeme
      *sinon), qui designe l'etat du rapprochement du jour a
      *relever.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.
       MOVE SPACES TO WS-PARM-2.
       MOVE SPACES TO WS-PARM-3.

       UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
           INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
       END-UNSTRING.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       IF WS-PARM-1 = SPACES OR WS-PARM-1 = "TOUS"
           SET WS-RELEVE-TOUS TO TRUE
       ELSE
           IF WS-PARM-1(1:6) IS NUMERIC
              AND WS-PARM-1(7:4) = SPACES
               SET WS-RELEVE-UN-CLIENT TO TRUE
               MOVE WS-PARM-1(1:6) TO WS-CLIENT-DEMANDE
           ELSE
               DISPLAY "ERREUR - client " WS-PARM-1
                       " illisible (attendu identifiant sur 6 "
                       "chiffres ou TOUS)."
               MOVE 8 TO RETURN-CODE
               GO TO 0000-INITIALISATION-FIN
           END-IF
       END-IF.

      *Periode : une annee civile, ou deux dates AAAAMMJJ.

       EVALUATE TRUE
           WHEN WS-PARM-2 = SPACES
               MOVE WS-DATE-JOUR(1:4) TO WS-PER-DEBUT(1:4)
               MOVE "0101"            TO WS-PER-DEBUT(5:4)
               MOVE WS-DATE-JOUR(1:4) TO WS-PER-FIN(1:4)
               MOVE "1231"            TO WS-PER-FIN(5:4)
           WHEN WS-PARM-2(1:4) IS NUMERIC
            AND WS-PARM-2(5:6) = SPACES
               MOVE WS-PARM-2(1:4) TO WS-PER-DEBUT(1:4)
               MOVE "0101"         TO WS-PER-DEBUT(5:4)
               MOVE WS-PARM-2(1:4) TO WS-PER-FIN(1:4)
               MOVE "1231"         TO WS-PER-FIN(5:4)
           WHEN WS-PARM-2(1:8) IS NUMERIC
            AND WS-PARM-2(9:2) = SPACES
               MOVE WS-PARM-2(1:8) TO WS-PER-DEBUT
               IF WS-PARM-3 = SPACES
                   MOVE WS-DATE-JOUR TO WS-PER-FIN
               ELSE
                   IF WS-PARM-3(1:8) IS NUMERIC
                      AND WS-PARM-3(9:2) = SPACES
                       MOVE WS-PARM-3(1:8) TO WS-PER-FIN
                   ELSE
                       DISPLAY "ERREUR - fin de periode " WS-PARM-3
                               " illisible (attendu AAAAMMJJ)."
                       MOVE 8 TO RETURN-CODE
                       GO TO 0000-INITIALISATION-FIN
                   END-IF
               END-IF
           WHEN OTHER
               DISPLAY "ERREUR - periode " WS-PARM-2
                       " illisible (attendu AAAA ou AAAAMMJJ)."
               MOVE 8 TO RETURN-CODE
               GO TO 0000-INITIALISATION-FIN
       END-EVALUATE.

       IF WS-PER-DEBUT > WS-PER-FIN
           DISPLAY "ERREUR - periode du " WS-PER-DEBUT " au "
                   WS-PER-FIN " inversee."
           MOVE 8 TO RETURN-CODE
           GO TO 0000-INITIALISATION-FIN
       END-IF.

       STRING "rapprochement-assurances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-RAPPROCHEMENT.

       STRING "releve-client-*-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-RELEVES.

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

       0100-CHARGEMENT-CLIENTS-DEBUT.

      *Chargement des alias du referentiel des clients : chaque
      *identifiant fusionne renvoie au client conserve, pour que les
      *contrats encore rattaches a un alias figurent sur le releve du
      *client conserve. Sans referentiel lisible, aucun contrat ne
      *peut etre rattache a un client : pas de releve.

       IF RETURN-CODE NOT = ZERO
           GO TO 0100-CHARGEMENT-CLIENTS-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-CLIENTS-IDX.

       IF WS-STATUT-CLI-IDX NOT = "00"
           DISPLAY "ERREUR - referentiel des clients "
                   WS-FICHIER-CLI-IDX
                   " illisible (statut " WS-STATUT-CLI-IDX
                   "), lancer d'abord le traitement ASSURCLI."
           MOVE 8 TO RETURN-CODE
           GO TO 0100-CHARGEMENT-CLIENTS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-CLIENTS-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF CLI-ID-CANONIQUE NOT = ZERO
                      AND CLI-ID-CANONIQUE NOT = CLI-ID-CLIENT
                       IF WS-NB-ALIAS < 5000
                           ADD 1 TO WS-NB-ALIAS
                           MOVE CLI-ID-CLIENT
                             TO WS-ALI-ID(WS-NB-ALIAS)
                           MOVE CLI-ID-CANONIQUE
                             TO WS-ALI-CANONIQUE(WS-NB-ALIAS)
                       ELSE
                           ADD 1 TO WS-NB-PERDUES
                       END-IF
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLIENTS-IDX.

       0100-CHARGEMENT-CLIENTS-FIN.
       EXIT.


      *-----------------------------------------------

       0110-CLIENT-DEMANDE-DEBUT.

      *Releve d'un seul client : lecture de l'identifiant demande au
      *referentiel. Un identifiant fusionne est remplace par celui du
      *client conserve, dont le releve reprend tous les contrats.

       IF RETURN-CODE NOT = ZERO
           GO TO 0110-CLIENT-DEMANDE-FIN
       END-IF.

       IF WS-RELEVE-TOUS
           GO TO 0110-CLIENT-DEMANDE-FIN
       END-IF.

       OPEN INPUT FICHIER-CLIENTS-IDX.

       MOVE WS-CLIENT-DEMANDE TO CLI-ID-CLIENT.

       READ FICHIER-CLIENTS-IDX
           INVALID KEY
               DISPLAY "ERREUR - client " WS-CLIENT-DEMANDE
                       " absent du referentiel des clients."
               MOVE 8 TO RETURN-CODE
       END-READ.

       IF RETURN-CODE = ZERO
          AND CLI-ID-CANONIQUE NOT = ZERO
          AND CLI-ID-CANONIQUE NOT = CLI-ID-CLIENT
           DISPLAY "Client " WS-CLIENT-DEMANDE " fusionne, releve "
                   "etabli pour le client conserve "
                   CLI-ID-CANONIQUE "."
           MOVE CLI-ID-CANONIQUE TO WS-CLIENT-DEMANDE
           MOVE CLI-ID-CANONIQUE TO CLI-ID-CLIENT
           READ FICHIER-CLIENTS-IDX
               INVALID KEY
                   DISPLAY "ERREUR - client conserve "
                           WS-CLIENT-DEMANDE
                           " absent du referentiel des clients."
                   MOVE 8 TO RETURN-CODE
           END-READ
       END-IF.

       IF RETURN-CODE = ZERO
           MOVE CLI-ID-CLIENT TO WS-RLV-ID-CLIENT
           MOVE CLI-NOM       TO WS-RLV-NOM-CLIENT
       END-IF.

       CLOSE FICHIER-CLIENTS-IDX.

       0110-CLIENT-DEMANDE-FIN.
       EXIT.


      *-----------------------------------------------

       0200-CHARGEMENT-CONTRATS-DEBUT.

      *Parcours sequentiel du maitre : chaque contrat rattache a un
      *client (identifiant fusionne remplace par le client conserve)
      *et dont la duree recouvre la periode est retenu, avec son
      *client. Pour un releve unique, seuls les contrats du client
      *demande sont retenus.

       IF RETURN-CODE NOT = ZERO
           GO TO 0200-CHARGEMENT-CONTRATS-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "ERREUR - fichier maitre " WS-FICHIER-IDX
                   " illisible (statut " WS-STATUT-IDX ")."
           MOVE 8 TO RETURN-CODE
           GO TO 0200-CHARGEMENT-CONTRATS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-ASSURANCE-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS-LUS
                   PERFORM 0210-RANGE-CONTRAT-DEBUT
                      THRU 0210-RANGE-CONTRAT-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ASSURANCE-IDX.

       DISPLAY "Contrats retenus : " WS-NB-CONTRATS " sur "
               WS-NB-CONTRATS-LUS " lu(s).".

       IF WS-RELEVE-TOUS AND WS-NB-NON-RATTACHES > ZERO
           DISPLAY "ATTENTION - " WS-NB-NON-RATTACHES
                   " contrat(s) de la periode sans client rattache, "
                   "absent(s) des releves (lancer ASSURCLI)."
       END-IF.

       0200-CHARGEMENT-CONTRATS-FIN.
       EXIT.


      *-----------------------------------------------

       0210-RANGE-CONTRAT-DEBUT.

      *Filtre d'un contrat du maitre sur la periode (debut au plus
      *tard a la fin de la periode, fin au plus tot a son debut ; une
      *date illisible ne l'ecarte pas) puis sur le client, et
      *rangement dans la table des contrats retenus.

       IF IDX-DATE-DEBUT(1:4) IS NUMERIC
          AND IDX-DATE-DEBUT(6:2) IS NUMERIC
          AND IDX-DATE-DEBUT(9:2) IS NUMERIC
           MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-NUM(1:4)
           MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-NUM(5:2)
           MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-NUM(7:2)
           IF WS-DATE-NUM > WS-PER-FIN
               GO TO 0210-RANGE-CONTRAT-FIN
           END-IF
       END-IF.

       IF IDX-DATE-FIN(1:4) IS NUMERIC
          AND IDX-DATE-FIN(6:2) IS NUMERIC
          AND IDX-DATE-FIN(9:2) IS NUMERIC
           MOVE IDX-DATE-FIN(1:4) TO WS-DATE-FIN-NUM(1:4)
           MOVE IDX-DATE-FIN(6:2) TO WS-DATE-FIN-NUM(5:2)
           MOVE IDX-DATE-FIN(9:2) TO WS-DATE-FIN-NUM(7:2)
           IF WS-DATE-FIN-NUM < WS-PER-DEBUT
               GO TO 0210-RANGE-CONTRAT-FIN
           END-IF
       END-IF.

       IF IDX-ID-CLIENT = ZERO
           ADD 1 TO WS-NB-NON-RATTACHES
           GO TO 0210-RANGE-CONTRAT-FIN
       END-IF.

      *Un alias renvoie au client conserve.

       MOVE IDX-ID-CLIENT TO WS-CLIENT-CONTRAT.

       PERFORM VARYING WS-CPT-ALI FROM 1 BY 1
               UNTIL WS-CPT-ALI > WS-NB-ALIAS
           IF WS-ALI-ID(WS-CPT-ALI) = IDX-ID-CLIENT
               MOVE WS-ALI-CANONIQUE(WS-CPT-ALI)
                 TO WS-CLIENT-CONTRAT
           END-IF
       END-PERFORM.

       IF WS-RELEVE-UN-CLIENT
          AND WS-CLIENT-CONTRAT NOT = WS-CLIENT-DEMANDE
           GO TO 0210-RANGE-CONTRAT-FIN
       END-IF.

       IF WS-NB-CONTRATS >= 9999
           ADD 1 TO WS-NB-PERDUES
           GO TO 0210-RANGE-CONTRAT-FIN
       END-IF.

       ADD 1 TO WS-NB-CONTRATS.
       MOVE IDX-CODE-CONTRAT TO WS-CTR-CODE(WS-NB-CONTRATS).
       MOVE WS-CLIENT-CONTRAT TO WS-CTR-CLIENT(WS-NB-CONTRATS).

       0210-RANGE-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0300-CHARGEMENT-FACTURATION-DEBUT.

      *Chargement des echeances et avoirs de la periode des contrats
      *retenus depuis le registre de la taxe tenu par ASSURFACT (une
      *ligne par echeance ou avoir facture, periodes passees
      *comprises). L'etat du rapprochement produit par ASSURENC est
      *charge au prealable : son indicateur O/N dit si l'echeance a
      *ete reglee. Une echeance absente de l'etat reste a ? et compte
      *en desaccord.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-CHARGEMENT-FACTURATION-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.
       MOVE "N" TO WS-FIN-RAPPROCHEMENT.

       OPEN INPUT FICHIER-RAPPROCHEMENT.

       IF WS-STATUT-RAPPROCHEMENT NOT = "00"
           DISPLAY "ERREUR - etat du rapprochement "
                   WS-FICHIER-RAPPROCHEMENT
                   " illisible (statut " WS-STATUT-RAPPROCHEMENT
                   "), lancer d'abord le traitement ASSURENC."
           MOVE 8 TO RETURN-CODE
           GO TO 0300-CHARGEMENT-FACTURATION-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-RAPPROCHEMENT = "Y"

           READ FICHIER-RAPPROCHEMENT
               AT END
                   MOVE "Y" TO WS-FIN-RAPPROCHEMENT
               NOT AT END
                   IF F-LIGNE-RAPPROCHEMENT(1:12) NOT = "CodeContrat,"
                       PERFORM 0310-RANGE-RAPPROCHEMENT-DEBUT
                          THRU 0310-RANGE-RAPPROCHEMENT-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-RAPPROCHEMENT.

       OPEN INPUT FICHIER-TAXES-IDX.

       IF WS-STATUT-TAXES NOT = "00"
           DISPLAY "ERREUR - registre de la taxe "
                   WS-FICHIER-TAXES-IDX
                   " illisible (statut " WS-STATUT-TAXES
                   "), lancer d'abord le traitement ASSURFACT."
           MOVE 8 TO RETURN-CODE
           GO TO 0300-CHARGEMENT-FACTURATION-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-TAXES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF TAX-DATE-ECHEANCE >= WS-PER-DEBUT
                      AND TAX-DATE-ECHEANCE <= WS-PER-FIN
                       PERFORM 0320-RANGE-ECHEANCE-DEBUT
                          THRU 0320-RANGE-ECHEANCE-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-TAXES-IDX.

       DISPLAY "Echeances de la periode : " WS-NB-ECHEANCES ".".

       IF WS-NB-DESACCORDS > ZERO
           DISPLAY "ATTENTION - " WS-NB-DESACCORDS
                   " echeance(s) sans correspondance dans l'etat du "
                   "rapprochement (reglement non connu)."
       END-IF.

       0300-CHARGEMENT-FACTURATION-FIN.
       EXIT.


      *-----------------------------------------------

       0310-RANGE-RAPPROCHEMENT-DEBUT.

      *Decoupage d'une ligne de l'etat du rapprochement (CodeContrat,
      *Echeance,Type,Montant,Devise,MontantEUR,Rapproche) et
      *rangement de son indicateur de reglement. Une ligne sans
      *indicateur O ou N est ignoree.

       MOVE SPACES TO WS-RAP-CODE.
       MOVE SPACES TO WS-RAP-DATE.
       MOVE SPACES TO WS-RAP-TYPE.
       MOVE SPACES TO WS-RAP-MONTANT.
       MOVE SPACES TO WS-RAP-DEVISE.
       MOVE SPACES TO WS-RAP-EUR.
       MOVE SPACES TO WS-RAP-INDICATEUR.

       UNSTRING F-LIGNE-RAPPROCHEMENT DELIMITED BY ","
           INTO WS-RAP-CODE WS-RAP-DATE WS-RAP-TYPE
                WS-RAP-MONTANT WS-RAP-DEVISE WS-RAP-EUR
                WS-RAP-INDICATEUR
       END-UNSTRING.

       IF WS-RAP-INDICATEUR(1:1) NOT = "O"
          AND WS-RAP-INDICATEUR(1:1) NOT = "N"
           GO TO 0310-RANGE-RAPPROCHEMENT-FIN
       END-IF.

       IF WS-NB-RAPPROCHEMENTS >= 9999
           ADD 1 TO WS-NB-PERDUES
           GO TO 0310-RANGE-RAPPROCHEMENT-FIN
       END-IF.

       ADD 1 TO WS-NB-RAPPROCHEMENTS.
       MOVE WS-RAP-CODE(1:8)
         TO WS-RPR-CODE(WS-NB-RAPPROCHEMENTS).
       MOVE WS-RAP-DATE(1:10)
         TO WS-RPR-DATE(WS-NB-RAPPROCHEMENTS).
       MOVE WS-RAP-TYPE(1:1)
         TO WS-RPR-TYPE(WS-NB-RAPPROCHEMENTS).
       MOVE WS-RAP-INDICATEUR(1:1)
         TO WS-RPR-REGLEE(WS-NB-RAPPROCHEMENTS).

       0310-RANGE-RAPPROCHEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0320-RANGE-ECHEANCE-DEBUT.

      *Rangement d'une ligne du registre de la taxe de la periode si
      *le contrat est retenu : hors taxe, taxe et TTC (hors taxe plus
      *taxe) dans la devise du contrat et en EUR, montants negatifs
      *pour un avoir. L'indicateur de reglement est celui de la ligne
      *de l'etat du rapprochement de meme contrat, echeance et type.

       MOVE TAX-CODE-CONTRAT TO WS-CODE-RECHERCHE.

       PERFORM 0350-RECHERCHE-CONTRAT-DEBUT
          THRU 0350-RECHERCHE-CONTRAT-FIN.

       IF WS-IDX-CTR = ZERO
           GO TO 0320-RANGE-ECHEANCE-FIN
       END-IF.

       IF WS-NB-ECHEANCES >= 9999
           ADD 1 TO WS-NB-PERDUES
           GO TO 0320-RANGE-ECHEANCE-FIN
       END-IF.

       ADD 1 TO WS-NB-ECHEANCES.
       MOVE TAX-CODE-CONTRAT    TO WS-ECH-CODE(WS-NB-ECHEANCES).
       MOVE TAX-NUM-ECHEANCE    TO WS-ECH-NUM(WS-NB-ECHEANCES).
       MOVE TAX-DEVISE          TO WS-ECH-DEVISE(WS-NB-ECHEANCES).
       MOVE TAX-MONTANT-HT      TO WS-ECH-HT(WS-NB-ECHEANCES).
       MOVE TAX-MONTANT-TAXE    TO WS-ECH-TAXE(WS-NB-ECHEANCES).
       COMPUTE WS-ECH-TTC(WS-NB-ECHEANCES)
             = TAX-MONTANT-HT + TAX-MONTANT-TAXE.
       COMPUTE WS-ECH-TTC-EUR(WS-NB-ECHEANCES)
             = TAX-HT-EUR + TAX-TAXE-EUR.

      *Echeance AAAAMMJJ du registre editee AAAA-MM-JJ, comme dans
      *l'etat du rapprochement.

       MOVE SPACES TO WS-ECH-DATE(WS-NB-ECHEANCES).
       STRING TAX-DATE-ECHEANCE(1:4) "-" TAX-DATE-ECHEANCE(5:2) "-"
              TAX-DATE-ECHEANCE(7:2)
           INTO WS-ECH-DATE(WS-NB-ECHEANCES).

      *Indicateur de reglement de la ligne correspondante de l'etat.

       MOVE TAX-CODE-CONTRAT TO WS-ECH-CODE-X.
       MOVE ZERO TO WS-IDX-RPR.

       PERFORM VARYING WS-CPT-RPR FROM 1 BY 1
               UNTIL WS-CPT-RPR > WS-NB-RAPPROCHEMENTS
                  OR WS-IDX-RPR NOT = ZERO
           IF WS-RPR-CODE(WS-CPT-RPR) = WS-ECH-CODE-X
              AND WS-RPR-DATE(WS-CPT-RPR)
                  = WS-ECH-DATE(WS-NB-ECHEANCES)
              AND WS-RPR-TYPE(WS-CPT-RPR) = TAX-TYPE
               MOVE WS-CPT-RPR TO WS-IDX-RPR
           END-IF
       END-PERFORM.

       IF WS-IDX-RPR NOT = ZERO
           MOVE WS-RPR-REGLEE(WS-IDX-RPR)
             TO WS-ECH-REGLEE(WS-NB-ECHEANCES)
       ELSE
           MOVE "?" TO WS-ECH-REGLEE(WS-NB-ECHEANCES)
           ADD 1 TO WS-NB-DESACCORDS
       END-IF.

       0320-RANGE-ECHEANCE-FIN.
       EXIT.


      *-----------------------------------------------

       0350-RECHERCHE-CONTRAT-DEBUT.

      *Recherche du contrat WS-CODE-RECHERCHE dans la table des
      *contrats retenus : WS-IDX-CTR a zero s'il n'y est pas. Le
      *dernier resultat est conserve, les lignes d'un meme contrat se
      *suivant.

       IF WS-CODE-RECHERCHE = WS-CODE-PRECEDENT
          AND WS-CODE-PRECEDENT NOT = ZERO
           MOVE WS-IDX-CTR-PRECEDENT TO WS-IDX-CTR
           GO TO 0350-RECHERCHE-CONTRAT-FIN
       END-IF.

       MOVE ZERO TO WS-IDX-CTR.

       PERFORM VARYING WS-CPT-CTR FROM 1 BY 1
               UNTIL WS-CPT-CTR > WS-NB-CONTRATS
                  OR WS-IDX-CTR NOT = ZERO
           IF WS-CTR-CODE(WS-CPT-CTR) = WS-CODE-RECHERCHE
               MOVE WS-CPT-CTR TO WS-IDX-CTR
           END-IF
       END-PERFORM.

       MOVE WS-CODE-RECHERCHE TO WS-CODE-PRECEDENT.
       MOVE WS-IDX-CTR        TO WS-IDX-CTR-PRECEDENT.

       0350-RECHERCHE-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0400-CHARGEMENT-SINISTRES-DEBUT.

      *Chargement des sinistres des contrats retenus qui concernent la
      *periode : survenus au plus tard a sa fin et non clos avant son
      *debut. Reserve et regle sont ceux du registre a la date du
      *releve. Un registre absent (aucun sinistre declare) n'empeche
      *pas le releve.

       IF RETURN-CODE NOT = ZERO
           GO TO 0400-CHARGEMENT-SINISTRES-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-SINISTRES-IDX.

       IF WS-STATUT-SIN-IDX NOT = "00"
           DISPLAY "ATTENTION - registre des sinistres "
                   WS-FICHIER-SIN-IDX
                   " illisible (statut " WS-STATUT-SIN-IDX
                   "), releves sans sinistres."
           GO TO 0400-CHARGEMENT-SINISTRES-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-SINISTRES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   PERFORM 0410-RANGE-SINISTRE-DEBUT
                      THRU 0410-RANGE-SINISTRE-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-SINISTRES-IDX.

       DISPLAY "Sinistres de la periode : " WS-NB-SINISTRES ".".

       0400-CHARGEMENT-SINISTRES-FIN.
       EXIT.


      *-----------------------------------------------

       0410-RANGE-SINISTRE-DEBUT.

      *Filtre d'un sinistre du registre sur la periode et sur les
      *contrats retenus, puis rangement.

       IF SIN-DATE-SURVENANCE > WS-PER-FIN
           GO TO 0410-RANGE-SINISTRE-FIN
       END-IF.

       IF SIN-STATUT = "CLOS"
          AND SIN-DATE-CLOTURE < WS-PER-DEBUT
           GO TO 0410-RANGE-SINISTRE-FIN
       END-IF.

       MOVE SIN-CODE-CONTRAT TO WS-CODE-RECHERCHE.

       PERFORM 0350-RECHERCHE-CONTRAT-DEBUT
          THRU 0350-RECHERCHE-CONTRAT-FIN.

       IF WS-IDX-CTR = ZERO
           GO TO 0410-RANGE-SINISTRE-FIN
       END-IF.

       IF WS-NB-SINISTRES >= 2000
           ADD 1 TO WS-NB-PERDUES
           GO TO 0410-RANGE-SINISTRE-FIN
       END-IF.

       ADD 1 TO WS-NB-SINISTRES.
       MOVE SIN-NUM-SINISTRE    TO WS-SIN-NUM(WS-NB-SINISTRES).
       MOVE SIN-CODE-CONTRAT    TO WS-SIN-CODE(WS-NB-SINISTRES).
       MOVE SIN-DATE-SURVENANCE TO WS-SIN-SURVENANCE(WS-NB-SINISTRES).
       MOVE SIN-STATUT          TO WS-SIN-STATUT(WS-NB-SINISTRES).
       MOVE SIN-DEVISE          TO WS-SIN-DEVISE(WS-NB-SINISTRES).
       MOVE SIN-RESERVE         TO WS-SIN-RESERVE(WS-NB-SINISTRES).
       MOVE SIN-REGLE           TO WS-SIN-REGLE(WS-NB-SINISTRES).
       MOVE SIN-RESERVE-EUR
         TO WS-SIN-RESERVE-EUR(WS-NB-SINISTRES).
       MOVE SIN-REGLE-EUR       TO WS-SIN-REGLE-EUR(WS-NB-SINISTRES).

       0410-RANGE-SINISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0500-EDITION-RELEVES-DEBUT.

      *Edition des releves : celui du client demande (meme sans
      *contrat sur la periode), ou, pour TOUS, celui de chaque client
      *conserve du referentiel, dans l'ordre des identifiants, qui a
      *au moins un contrat retenu. Le maitre est relu par cle pour le
      *detail de chaque contrat.

       IF RETURN-CODE NOT = ZERO
           GO TO 0500-EDITION-RELEVES-FIN
       END-IF.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-RELEVE-UN-CLIENT
           PERFORM 0510-RELEVE-CLIENT-DEBUT
              THRU 0510-RELEVE-CLIENT-FIN
           MOVE WS-FICHIER-RELEVE TO WS-FICHIER-RELEVES
           CLOSE FICHIER-ASSURANCE-IDX
           DISPLAY "Releve edite : " WS-FICHIER-RELEVE
           GO TO 0500-EDITION-RELEVES-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-CLIENTS-IDX.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-CLIENTS-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF CLI-ID-CANONIQUE = ZERO
                      OR CLI-ID-CANONIQUE = CLI-ID-CLIENT
                       MOVE ZERO TO WS-IDX-CTR
                       PERFORM VARYING WS-CPT-CTR FROM 1 BY 1
                               UNTIL WS-CPT-CTR > WS-NB-CONTRATS
                                  OR WS-IDX-CTR NOT = ZERO
                           IF WS-CTR-CLIENT(WS-CPT-CTR) =
                              CLI-ID-CLIENT
                               MOVE WS-CPT-CTR TO WS-IDX-CTR
                           END-IF
                       END-PERFORM
                       IF WS-IDX-CTR NOT = ZERO
                           MOVE CLI-ID-CLIENT TO WS-RLV-ID-CLIENT
                           MOVE CLI-NOM       TO WS-RLV-NOM-CLIENT
                           PERFORM 0510-RELEVE-CLIENT-DEBUT
                              THRU 0510-RELEVE-CLIENT-FIN
                       END-IF
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLIENTS-IDX.
       CLOSE FICHIER-ASSURANCE-IDX.

       DISPLAY "Releves edites : " WS-NB-RELEVES " ("
               WS-FICHIER-RELEVES ").".

       IF WS-NB-RELEVES = ZERO
           DISPLAY "ATTENTION - aucun client n'a de contrat sur la "
                   "periode."
           MOVE 4 TO RETURN-CODE
       END-IF.

       0500-EDITION-RELEVES-FIN.
       EXIT.


      *-----------------------------------------------

       0510-RELEVE-CLIENT-DEBUT.

      *Releve d'un client : en-tete (client, identifiants fusionnes,
      *periode), un bloc par contrat retenu du client, puis les
      *totaux par devise et en EUR.

       MOVE SPACES TO WS-FICHIER-RELEVE.
       STRING "releve-client-" WS-RLV-ID-CLIENT "-" WS-DATE-JOUR
              ".dat"
           INTO WS-FICHIER-RELEVE.

       OPEN OUTPUT FICHIER-RELEVE.

       ADD 1 TO WS-NB-RELEVES.

       MOVE ZERO TO WS-NB-DEVISES.
       MOVE SPACES TO WS-TOTAUX-EUR.
       MOVE ZERO TO WS-EUR-PRIME.
       MOVE ZERO TO WS-EUR-FACTURE.
       MOVE ZERO TO WS-EUR-REGLE.
       MOVE ZERO TO WS-EUR-RESTE.
       MOVE ZERO TO WS-EUR-RESERVE-SIN.
       MOVE ZERO TO WS-EUR-REGLE-SIN.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "RELEVE DE COMPTE CLIENT - PERIODE DU "
              WS-PER-DEBUT(1:4) "/" WS-PER-DEBUT(5:2) "/"
              WS-PER-DEBUT(7:2) " AU "
              WS-PER-FIN(1:4) "/" WS-PER-FIN(5:2) "/"
              WS-PER-FIN(7:2)
              " - ARRETE AU "
              WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2)
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "CLIENT " WS-RLV-ID-CLIENT "  " WS-RLV-NOM-CLIENT
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

      *Identifiants fusionnes vers le client (ligne omise s'il n'y en
      *a pas).

       MOVE SPACES TO WS-LISTE-ALIAS.
       MOVE 1 TO WS-PTR-ALIAS.

       PERFORM VARYING WS-CPT-ALI FROM 1 BY 1
               UNTIL WS-CPT-ALI > WS-NB-ALIAS
                  OR WS-PTR-ALIAS > 74
           IF WS-ALI-CANONIQUE(WS-CPT-ALI) = WS-RLV-ID-CLIENT
               STRING WS-ALI-ID(WS-CPT-ALI) " "
                   DELIMITED BY SIZE
                   INTO WS-LISTE-ALIAS
                   WITH POINTER WS-PTR-ALIAS
           END-IF
       END-PERFORM.

       IF WS-LISTE-ALIAS NOT = SPACES
           MOVE SPACES TO F-LIGNE-RELEVE
           STRING "IDENTIFIANTS FUSIONNES : " WS-LISTE-ALIAS
               INTO F-LIGNE-RELEVE
           WRITE F-LIGNE-RELEVE
       END-IF.

       MOVE ZERO TO WS-IDX-CTR.

       PERFORM VARYING WS-CPT-CTR FROM 1 BY 1
               UNTIL WS-CPT-CTR > WS-NB-CONTRATS
           IF WS-CTR-CLIENT(WS-CPT-CTR) = WS-RLV-ID-CLIENT
               MOVE WS-CPT-CTR TO WS-IDX-CTR
               PERFORM 0520-BLOC-CONTRAT-DEBUT
                  THRU 0520-BLOC-CONTRAT-FIN
           END-IF
       END-PERFORM.

       IF WS-IDX-CTR = ZERO
           MOVE SPACES TO F-LIGNE-RELEVE
           WRITE F-LIGNE-RELEVE
           MOVE SPACES TO F-LIGNE-RELEVE
           STRING "AUCUN CONTRAT SUR LA PERIODE."
               INTO F-LIGNE-RELEVE
           WRITE F-LIGNE-RELEVE
       END-IF.

       PERFORM 0560-TOTAUX-CLIENT-DEBUT
          THRU 0560-TOTAUX-CLIENT-FIN.

       CLOSE FICHIER-RELEVE.

       0510-RELEVE-CLIENT-FIN.
       EXIT.


      *-----------------------------------------------

       0520-BLOC-CONTRAT-DEBUT.

      *Bloc d'un contrat : caracteristiques lues au maitre et prime
      *annuelle, echeances et avoirs de la periode avec leur
      *reglement, total facture, regle et reste du (devise du contrat
      *et EUR), puis les sinistres. Les cumuls vont aux totaux du
      *client dans la devise du contrat.

       MOVE WS-CTR-CODE(WS-CPT-CTR) TO IDX-CODE-CONTRAT.

       READ FICHIER-ASSURANCE-IDX
           INVALID KEY
               DISPLAY "ATTENTION - contrat " WS-CTR-CODE(WS-CPT-CTR)
                       " absent du maitre a l'edition."
               GO TO 0520-BLOC-CONTRAT-FIN
       END-READ.

       MOVE SPACES TO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE ALL "=" TO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "CONTRAT " IDX-CODE-CONTRAT "  " IDX-NOM-CONTRAT
              "  PRODUIT " IDX-NOM-PRODUIT
              "  STATUT " IDX-STATUT
              "  DU " IDX-DATE-DEBUT " AU " IDX-DATE-FIN
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       IF IDX-DATE-RESILIATION NOT = SPACES
           MOVE IDX-PRIME-RESTITUEE TO WS-PRIME-ED
           MOVE SPACES TO F-LIGNE-RELEVE
           STRING "  RESILIE AU " IDX-DATE-RESILIATION
                  "  PRIME RESTITUEE " WS-PRIME-ED " "
                  IDX-DEVISE
               INTO F-LIGNE-RELEVE
           WRITE F-LIGNE-RELEVE
       END-IF.

       MOVE IDX-MONTANT     TO WS-PRIME-ED.
       MOVE IDX-MONTANT-EUR TO WS-PRIME-EUR-ED.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "  PRIME ANNUELLE " WS-PRIME-ED " " IDX-DEVISE
              "  CONTRE-VALEUR " WS-PRIME-EUR-ED " EUR"
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

      *Echeances et avoirs de la periode.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "  ECHEANCE    NO     MONTANT HT            TAXE"
              "     MONTANT TTC  CONTRE-VAL. EUR  REGLE"
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE ZERO TO WS-CTR-FACTURE.
       MOVE ZERO TO WS-CTR-REGLE.
       MOVE ZERO TO WS-CTR-FACTURE-EUR.
       MOVE ZERO TO WS-CTR-REGLE-EUR.
       MOVE ZERO TO WS-NB-ECH-CONTRAT.

       PERFORM VARYING WS-CPT-ECH FROM 1 BY 1
               UNTIL WS-CPT-ECH > WS-NB-ECHEANCES
           IF WS-ECH-CODE(WS-CPT-ECH) = IDX-CODE-CONTRAT
               PERFORM 0530-LIGNE-ECHEANCE-DEBUT
                  THRU 0530-LIGNE-ECHEANCE-FIN
           END-IF
       END-PERFORM.

       IF WS-NB-ECH-CONTRAT = ZERO
           MOVE SPACES TO F-LIGNE-RELEVE
           STRING "  (AUCUNE ECHEANCE SUR LA PERIODE)"
               INTO F-LIGNE-RELEVE
           WRITE F-LIGNE-RELEVE
       END-IF.

       MOVE "  TOTAL FACTURE"    TO WS-LIBELLE-TOTAL.
       MOVE WS-CTR-FACTURE       TO WS-MONTANT-TOTAL.
       MOVE WS-CTR-FACTURE-EUR   TO WS-EUR-TOTAL.
       PERFORM 0540-LIGNE-TOTAL-DEBUT
          THRU 0540-LIGNE-TOTAL-FIN.

       MOVE "  TOTAL REGLE"      TO WS-LIBELLE-TOTAL.
       MOVE WS-CTR-REGLE         TO WS-MONTANT-TOTAL.
       MOVE WS-CTR-REGLE-EUR     TO WS-EUR-TOTAL.
       PERFORM 0540-LIGNE-TOTAL-DEBUT
          THRU 0540-LIGNE-TOTAL-FIN.

       MOVE "  RESTE DU"         TO WS-LIBELLE-TOTAL.
       COMPUTE WS-MONTANT-TOTAL = WS-CTR-FACTURE - WS-CTR-REGLE.
       COMPUTE WS-EUR-TOTAL = WS-CTR-FACTURE-EUR - WS-CTR-REGLE-EUR.
       PERFORM 0540-LIGNE-TOTAL-DEBUT
          THRU 0540-LIGNE-TOTAL-FIN.

      *Cumul aux totaux du client dans la devise du contrat et en EUR.

       MOVE IDX-DEVISE(1:3) TO WS-DEVISE-RECHERCHE.
       PERFORM 0570-CASE-DEVISE-DEBUT
          THRU 0570-CASE-DEVISE-FIN.

       IF WS-IDX-DEV NOT = ZERO
           ADD IDX-MONTANT      TO WS-DEV-PRIME(WS-IDX-DEV)
           ADD WS-CTR-FACTURE   TO WS-DEV-FACTURE(WS-IDX-DEV)
           ADD WS-CTR-REGLE     TO WS-DEV-REGLE(WS-IDX-DEV)
           ADD WS-MONTANT-TOTAL TO WS-DEV-RESTE(WS-IDX-DEV)
       END-IF.

       ADD IDX-MONTANT-EUR    TO WS-EUR-PRIME.
       ADD WS-CTR-FACTURE-EUR TO WS-EUR-FACTURE.
       ADD WS-CTR-REGLE-EUR   TO WS-EUR-REGLE.
       ADD WS-EUR-TOTAL       TO WS-EUR-RESTE.

      *Sinistres du contrat.

       MOVE SPACES TO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "  SINISTRE     SURVENANCE  STATUT          RESERVE"
              "           REGLE  DEV    RESERVE EUR      REGLE EUR"
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE ZERO TO WS-NB-SIN-CONTRAT.

       PERFORM VARYING WS-CPT-SIN FROM 1 BY 1
               UNTIL WS-CPT-SIN > WS-NB-SINISTRES
           IF WS-SIN-CODE(WS-CPT-SIN) = IDX-CODE-CONTRAT
               PERFORM 0550-LIGNE-SINISTRE-DEBUT
                  THRU 0550-LIGNE-SINISTRE-FIN
           END-IF
       END-PERFORM.

       IF WS-NB-SIN-CONTRAT = ZERO
           MOVE SPACES TO F-LIGNE-RELEVE
           STRING "  (AUCUN SINISTRE SUR LA PERIODE)"
               INTO F-LIGNE-RELEVE
           WRITE F-LIGNE-RELEVE
       END-IF.

       0520-BLOC-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0530-LIGNE-ECHEANCE-DEBUT.

      *Ligne d'une echeance ou d'un avoir (montants negatifs) :
      *date, numero, hors taxe, taxe, TTC, contre-valeur EUR et
      *reglement. Seules les lignes reglees entrent dans le regle.

       ADD 1 TO WS-NB-ECH-CONTRAT.

       MOVE WS-ECH-HT(WS-CPT-ECH)      TO WS-ECH-HT-ED.
       MOVE WS-ECH-TAXE(WS-CPT-ECH)    TO WS-ECH-TAXE-ED.
       MOVE WS-ECH-TTC(WS-CPT-ECH)     TO WS-ECH-TTC-ED.
       MOVE WS-ECH-TTC-EUR(WS-CPT-ECH) TO WS-ECH-EUR-ED.

       ADD WS-ECH-TTC(WS-CPT-ECH)     TO WS-CTR-FACTURE.
       ADD WS-ECH-TTC-EUR(WS-CPT-ECH) TO WS-CTR-FACTURE-EUR.

       EVALUATE WS-ECH-REGLEE(WS-CPT-ECH)
           WHEN "O"
               MOVE "OUI" TO WS-REGLEE-ED
               ADD WS-ECH-TTC(WS-CPT-ECH)     TO WS-CTR-REGLE
               ADD WS-ECH-TTC-EUR(WS-CPT-ECH) TO WS-CTR-REGLE-EUR
           WHEN "N"
               MOVE "NON" TO WS-REGLEE-ED
           WHEN OTHER
               MOVE "?"   TO WS-REGLEE-ED
       END-EVALUATE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "  " WS-ECH-DATE(WS-CPT-ECH)
              "  " WS-ECH-NUM(WS-CPT-ECH)
              "  " WS-ECH-HT-ED
              "   " WS-ECH-TAXE-ED
              "   " WS-ECH-TTC-ED
              "   " WS-ECH-EUR-ED
              "  " WS-REGLEE-ED
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       0530-LIGNE-ECHEANCE-FIN.
       EXIT.


      *-----------------------------------------------

       0540-LIGNE-TOTAL-DEBUT.

      *Ligne de total du contrat : libelle, montant dans la colonne
      *TTC et contre-valeur dans la colonne EUR.

       MOVE WS-MONTANT-TOTAL TO WS-TOTAL-ED.
       MOVE WS-EUR-TOTAL     TO WS-TOTAL-EUR-ED.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING WS-LIBELLE-TOTAL WS-TOTAL-ED
              "   " WS-TOTAL-EUR-ED
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       0540-LIGNE-TOTAL-FIN.
       EXIT.


      *-----------------------------------------------

       0550-LIGNE-SINISTRE-DEBUT.

      *Ligne d'un sinistre : numero, survenance, statut, reserve et
      *regle dans la devise du sinistre et en EUR. Les montants vont
      *aux totaux du client dans la devise du sinistre.

       ADD 1 TO WS-NB-SIN-CONTRAT.

       MOVE WS-SIN-RESERVE(WS-CPT-SIN)     TO WS-SIN-RESERVE-ED.
       MOVE WS-SIN-REGLE(WS-CPT-SIN)       TO WS-SIN-REGLE-ED.
       MOVE WS-SIN-RESERVE-EUR(WS-CPT-SIN) TO WS-SIN-RESERVE-EUR-ED.
       MOVE WS-SIN-REGLE-EUR(WS-CPT-SIN)   TO WS-SIN-REGLE-EUR-ED.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "  " WS-SIN-NUM(WS-CPT-SIN)
              "   " WS-SIN-SURVENANCE(WS-CPT-SIN)(1:4)
              "/" WS-SIN-SURVENANCE(WS-CPT-SIN)(5:2)
              "/" WS-SIN-SURVENANCE(WS-CPT-SIN)(7:2)
              "  " WS-SIN-STATUT(WS-CPT-SIN)
              "  " WS-SIN-RESERVE-ED
              "   " WS-SIN-REGLE-ED
              "  " WS-SIN-DEVISE(WS-CPT-SIN)
              "  " WS-SIN-RESERVE-EUR-ED
              "  " WS-SIN-REGLE-EUR-ED
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE WS-SIN-DEVISE(WS-CPT-SIN) TO WS-DEVISE-RECHERCHE.
       PERFORM 0570-CASE-DEVISE-DEBUT
          THRU 0570-CASE-DEVISE-FIN.

       IF WS-IDX-DEV NOT = ZERO
           ADD WS-SIN-RESERVE(WS-CPT-SIN)
             TO WS-DEV-RESERVE-SIN(WS-IDX-DEV)
           ADD WS-SIN-REGLE(WS-CPT-SIN)
             TO WS-DEV-REGLE-SIN(WS-IDX-DEV)
       END-IF.

       ADD WS-SIN-RESERVE-EUR(WS-CPT-SIN) TO WS-EUR-RESERVE-SIN.
       ADD WS-SIN-REGLE-EUR(WS-CPT-SIN)   TO WS-EUR-REGLE-SIN.

       0550-LIGNE-SINISTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0560-TOTAUX-CLIENT-DEBUT.

      *Totaux du client : une ligne par devise (prime annuelle,
      *facture TTC, regle, reste du, reserve et regle des sinistres),
      *puis la contre-valeur EUR de l'ensemble.

       MOVE SPACES TO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE ALL "=" TO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "TOTAUX DU CLIENT " WS-RLV-ID-CLIENT
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING "DEVISE     PRIME ANNUELLE      FACTURE TTC"
              "            REGLE         RESTE DU"
              "     RESERVE SIN.       REGLE SIN."
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
               UNTIL WS-IDX-DEV > WS-NB-DEVISES
           MOVE WS-DEV-ENTREE(WS-IDX-DEV) TO WS-LIGNE-TOTAL
           MOVE SPACES TO WS-LTO-LIBELLE
           MOVE WS-LTO-CODE TO WS-LTO-LIBELLE(3:3)
           PERFORM 0565-LIGNE-DEVISE-DEBUT
              THRU 0565-LIGNE-DEVISE-FIN
       END-PERFORM.

       MOVE WS-TOTAUX-EUR TO WS-LIGNE-TOTAL.
       MOVE "TOT. EUR"    TO WS-LTO-LIBELLE.
       PERFORM 0565-LIGNE-DEVISE-DEBUT
          THRU 0565-LIGNE-DEVISE-FIN.

       0560-TOTAUX-CLIENT-FIN.
       EXIT.


      *-----------------------------------------------

       0565-LIGNE-DEVISE-DEBUT.

      *Edition d'une ligne de totaux du client.

       MOVE WS-LTO-PRIME       TO WS-LTO-ED-1.
       MOVE WS-LTO-FACTURE     TO WS-LTO-ED-2.
       MOVE WS-LTO-REGLE       TO WS-LTO-ED-3.
       MOVE WS-LTO-RESTE       TO WS-LTO-ED-4.
       MOVE WS-LTO-RESERVE-SIN TO WS-LTO-ED-5.
       MOVE WS-LTO-REGLE-SIN   TO WS-LTO-ED-6.

       MOVE SPACES TO F-LIGNE-RELEVE.
       STRING WS-LTO-LIBELLE
              " " WS-LTO-ED-1
              " " WS-LTO-ED-2
              " " WS-LTO-ED-3
              " " WS-LTO-ED-4
              " " WS-LTO-ED-5
              " " WS-LTO-ED-6
           INTO F-LIGNE-RELEVE.
       WRITE F-LIGNE-RELEVE.

       0565-LIGNE-DEVISE-FIN.
       EXIT.


      *-----------------------------------------------

       0570-CASE-DEVISE-DEBUT.

      *Recherche (ou creation) de la case de la devise
      *WS-DEVISE-RECHERCHE parmi les totaux du client : WS-IDX-DEV a
      *zero si la table est pleine (le montant ne figure alors qu'en
      *EUR).

       MOVE ZERO TO WS-IDX-DEV.

       PERFORM VARYING WS-CPT-DEV FROM 1 BY 1
               UNTIL WS-CPT-DEV > WS-NB-DEVISES
                  OR WS-IDX-DEV NOT = ZERO
           IF WS-DEV-CODE(WS-CPT-DEV) = WS-DEVISE-RECHERCHE
               MOVE WS-CPT-DEV TO WS-IDX-DEV
           END-IF
       END-PERFORM.

       IF WS-IDX-DEV = ZERO
           IF WS-NB-DEVISES < 10
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-IDX-DEV
               MOVE WS-DEVISE-RECHERCHE TO WS-DEV-CODE(WS-IDX-DEV)
               MOVE ZERO TO WS-DEV-PRIME(WS-IDX-DEV)
               MOVE ZERO TO WS-DEV-FACTURE(WS-IDX-DEV)
               MOVE ZERO TO WS-DEV-REGLE(WS-IDX-DEV)
               MOVE ZERO TO WS-DEV-RESTE(WS-IDX-DEV)
               MOVE ZERO TO WS-DEV-RESERVE-SIN(WS-IDX-DEV)
               MOVE ZERO TO WS-DEV-REGLE-SIN(WS-IDX-DEV)
           ELSE
               ADD 1 TO WS-NB-PERDUES
           END-IF
       END-IF.

       0570-CASE-DEVISE-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque execution
      *des releves : contrats lus au maitre, contrats retenus,
      *releves edites et, en rejets, echeances dont le reglement
      *n'est pas connu (etat du rapprochement en desaccord).

       MOVE SPACES                 TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN      TO JRN-DATE-HEURE.
       MOVE "ASSURRLV"             TO JRN-PROGRAMME.
       MOVE WS-FICHIER-IDX         TO JRN-FICHIER-ENTREE.
       MOVE WS-FICHIER-RELEVES     TO JRN-FICHIER-SORTIE.
       MOVE WS-NB-CONTRATS-LUS     TO JRN-NB-LUES.
       MOVE WS-NB-CONTRATS         TO JRN-NB-TABLE.
       MOVE WS-NB-RELEVES          TO JRN-NB-ECRITES.
       MOVE WS-NB-DESACCORDS       TO JRN-NB-REJETS.
       MOVE WS-NB-PERDUES          TO JRN-NB-PERDUES.

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
