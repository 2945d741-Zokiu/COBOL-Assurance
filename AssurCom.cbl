      *                 pour que la comptabilite puisse justifier
      *                 chaque facture d'apporteur. Les echeances sans
      *                 intermediaire ou a code inconnu sont signalees.
      * 2026-10-15  TD  Avoirs de resiliation de l'extrait de
      *                 facturation (NumEcheance AV, montants
      *                 negatifs) : la commission correspondante est
      *                 extournee (commission negative) sur le releve
      *                 de l'intermediaire, detail marque AVOIR.
      * 2026-10-15  TD  Date comptable explicite DATE=AAAAMMJJ (toute
      *                 position de la ligne de commande), comme les
      *                 autres etapes de la chaine de fin de journee :
      *                 elle remplace la date systeme pour l'extrait
      *                 de facturation par defaut et le nom du releve.
      * 2026-10-15  TD  Ligne de l'extrait de facturation elargie aux
      *                 colonnes de la taxe sur les primes ; la
      *                 commission reste calculee sur la prime hors
      *                 taxe.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD FICHIER-FACTURATION.
           01 F-LIGNE-FACTURATION      PIC X(160).

       FD FICHIER-INTERMEDIAIRES.
           01 F-LIGNE-INTERM           PIC X(60).
              10 WS-INT-NOM           PIC X(30).
              10 WS-INT-TAUX          PIC 9(2)v9(4).
              10 WS-INT-NB-ECH        PIC 9(5).
              10 WS-INT-BASE-EUR      PIC S9(12)v9(2).
              10 WS-INT-COMMISSION-EUR PIC S9(12)v9(2).

       77  WS-NB-INTERM       PIC 9(3)   VALUE ZERO.
       77  WS-IDX-INT         PIC 9(3)   VALUE ZERO.
              10 WS-DET-INTERM        PIC X(6).
              10 WS-DET-CODE          PIC X(8).
              10 WS-DET-ECHEANCE      PIC X(10).
              10 WS-DET-BASE-EUR      PIC S9(9)v9(2).
              10 WS-DET-COMMISSION    PIC S9(9)v9(2).
              10 WS-DET-TYPE          PIC X(5).

       77  WS-NB-DETAIL       PIC 9(4)   VALUE ZERO.
       77  WS-IDX-DET         PIC 9(4)   VALUE ZERO.
      *----------------------------------------------------------------
       01  WS-ECH-CODE               PIC X(8).
       01  WS-ECH-DATE               PIC X(10).
       77  WS-ECH-EUR                PIC S9(9)v9(2) VALUE ZERO.
       01  WS-ECH-INTERM             PIC X(6).
       77  WS-COMMISSION-EUR         PIC S9(9)v9(2) VALUE ZERO.
       01  WS-ECH-TYPE               PIC X(5).

      *----------------------------------------------------------------
      * Totaux generaux de controle
      *----------------------------------------------------------------
       77  WS-TOTAL-BASE-EUR         PIC S9(12)v9(2) VALUE ZERO.
       77  WS-TOTAL-COMMISSION-EUR   PIC S9(12)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Parametrage de l'execution : extrait de facturation (par
      * defaut celui du jour)
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.
       01  WS-PARM-1                  PIC X(60).
       01  WS-PARM-2                  PIC X(10).

      * Zones editees pour les releves (point decimal explicite)
      *----------------------------------------------------------------
       77  WS-TAUX-ED                PIC Z9.9999.
       77  WS-BASE-ED                PIC -(11)9.99.
       77  WS-COMMISSION-ED          PIC -(11)9.99.
       77  WS-NB-ED                  PIC ZZZZ9.


       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.
       MOVE SPACES TO WS-PARM-2.

           INTO WS-PARM-1 WS-PARM-2
       END-UNSTRING.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       IF WS-PARM-1 = SPACES
           STRING "facturation-assurances-" WS-DATE-JOUR ".csv"
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

       0100-CHARGEMENT-INTERM-DEBUT.
       MOVE WS-CSV-ZONE-2(1:10) TO WS-ECH-DATE.
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-6) TO WS-ECH-EUR.

      *Une ligne d'avoir (NumEcheance AV) a une base negative : sa
      *commission, negative elle aussi, extourne la commission deja
      *versee sur la part de prime rendue au client.

       IF WS-CSV-ZONE-3(1:2) = "AV"
           MOVE "AVOIR" TO WS-ECH-TYPE
       ELSE
           MOVE SPACES  TO WS-ECH-TYPE
       END-IF.

       MOVE WS-ECH-CODE TO IDX-CODE-CONTRAT.

       READ FICHIER-ASSURANCE-IDX
           MOVE WS-ECH-EUR    TO WS-DET-BASE-EUR(WS-NB-DETAIL)
           MOVE WS-COMMISSION-EUR
             TO WS-DET-COMMISSION(WS-NB-DETAIL)
           MOVE WS-ECH-TYPE   TO WS-DET-TYPE(WS-NB-DETAIL)
       ELSE
           ADD 1 TO WS-NB-DETAIL-PERDUS
       END-IF.
               STRING "  " WS-DET-CODE(WS-IDX-DET) " "
                      WS-DET-ECHEANCE(WS-IDX-DET) " "
                      WS-BASE-ED " "
                      WS-COMMISSION-ED " "
                      WS-DET-TYPE(WS-IDX-DET)
                   INTO F-LIGNE-COMMISSION
               WRITE F-LIGNE-COMMISSION
           END-IF
