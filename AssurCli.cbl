      *                 bon identifiant. Le rapport d'exposition et le
      *                 mode CLIENT d'ASSUR travaillent des lors sur
      *                 l'identifiant et non plus sur la graphie.
      * 2026-10-15  TD  Date comptable explicite DATE=AAAAMMJJ (toute
      *                 position de la ligne de commande), comme les
      *                 autres etapes de la chaine de fin de journee :
      *                 elle remplace la date systeme pour le nom du
      *                 rapport des suspects.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * SUSPECTS, ou FUSION id-garde id-fusionne)
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.
       01  WS-PARM-MODE               PIC X(15).
       01  WS-PARM-2                  PIC X(10).
       01  WS-PARM-3                  PIC X(10).
       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-MODE.
       MOVE SPACES TO WS-PARM-2.
       MOVE SPACES TO WS-PARM-3.
       END-IF
       END-IF.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       STRING "suspects-clients-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-SUSPECTS.
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

       0100-CHARGE-REFERENTIEL-DEBUT.
