000240** con i giorni trascorsi in chiaro e la paginazione di CERCA.
000250** L'istruttore vede il proprio carico; il responsabile o l'admin
000260** puo' chiedere quello di un collega con il parametro UTENTE.
000262** Accanto a ogni pratica l'eccezione anagrafica che la verifica
000264** notturna OPENPJ32 vi ha lasciato, se ne ha una.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPA08.
000580 77  CRCO-GIORNI                   PIC S9(05) COMP-5.
000590 77  CRCO-GIORNI-DISPLAY           PIC ZZZZ9-.
000600 77  CRCO-PAGINA-DISPLAY           PIC ZZ9.
000605 77  CRCO-ANPR                     PIC X(24).
000607 77  CRCO-ANPR-SOGG                PIC X(09).
000610 77  CRCO-HTML                     PIC X(512).
000620 77  CRCO-HTML-LEN                 PIC 9(04) COMP-5.
000630*
002040             MOVE 0 TO CRCO-GIORNI
002050         END-IF.
002060         MOVE CRCO-GIORNI TO CRCO-GIORNI-DISPLAY.
002061         PERFORM DESCRIVI-ANPR THRU EX-DESCRIVI-ANPR.

002070         MOVE SPACES TO CRCO-HTML.
002080         STRING "<tr><td><a href=" DELIMITED BY SIZE
002190             PRAVIEW-RICHIEDENTE   DELIMITED BY "  "
002200             "</td><td>GIORNI "    DELIMITED BY SIZE
002210             CRCO-GIORNI-DISPLAY   DELIMITED BY SIZE
002215             "</td><td>"           DELIMITED BY SIZE
002217             CRCO-ANPR             DELIMITED BY "  "
002218             CRCO-ANPR-SOGG        DELIMITED BY SIZE
002220             "</td></tr>"          DELIMITED BY SIZE
002230             INTO CRCO-HTML
002240         END-STRING.
002670         CONTINUE.
002680 EX-FINE-CARICO.
002690         EXIT.
002700*
002710* DESCRIVI-ANPR turns the OPENPJ32 finding on the row into the
002720* worklist's words, marking the ones that concern the delegato.
002730*
002740 DESCRIVI-ANPR.
002750         EVALUATE TRUE
002760             WHEN PRAVIEW-ANPR-DECEDUTO
002770                 MOVE "ANPR: DECEDUTO"        TO CRCO-ANPR
002780             WHEN PRAVIEW-ANPR-INESISTENTE
002790                 MOVE "ANPR: CF INESISTENTE"  TO CRCO-ANPR
002800             WHEN PRAVIEW-ANPR-TRASFERITO
002810                 MOVE "ANPR: TRASFERITO"      TO CRCO-ANPR
002820             WHEN PRAVIEW-ANPR-NOME-DIFF
002830                 MOVE "ANPR: NOME DIFFORME"   TO CRCO-ANPR
002840             WHEN OTHER
002850                 MOVE SPACES                  TO CRCO-ANPR
002860         END-EVALUATE.
002870         MOVE SPACES TO CRCO-ANPR-SOGG.
002880         IF CRCO-ANPR NOT = SPACES
002890             AND PRAVIEW-ANPR-DELEGATO
002900             MOVE " DELEGATO" TO CRCO-ANPR-SOGG
002910         END-IF.
002920 EX-DESCRIVI-ANPR.
002930         EXIT.
