000230** della sessione (un comune non sfoglia mai le pratiche di un
000240** altro) e restituisce una pagina di PAGINA-DIM risultati con il
000250** parametro PAGINA per scorrere, ogni riga agganciata alla
000260** stampa di riepilogo esistente. Una pratica che appartiene a
000262** una famiglia (varianti, proroghe, volture, sanatorie) porta
000264** il capostipite e il numero dei componenti, agganciati alla
000266** pagina dei legami che ne mostra l'albero.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPA03.

000400         COPY "GLOBALS.CBL".
000405         COPY "AUTHCHK.CBL".
000408         COPY "FAMCHK.CBL".
000410*
000420 77  CERCA-COMUNE-CODE             PIC X(06).
000430 77  CERCA-RICHIEDENTE             PIC X(60).
000719*
000720 77  CERCA-VERSIONE                PIC 9(09).
000721 77  CERCA-IMPORTO-DISPLAY         PIC Z(7)9.99.
000722 77  CERCA-FAMIGLIA                PIC X(120).
000723 77  CERCA-FAM-DISPLAY             PIC Z9.
000730 77  CERCA-PAGINA-DISPLAY          PIC ZZ9.
000740*
000750 LINKAGE SECTION.
003260* with the print spooled and its RITIRO key shown.
003270*
003280 EMETTI-RISULTATO.
003281         PERFORM FAMIGLIA-RIGA THRU EX-FAMIGLIA-RIGA.
003282         IF PRAVIEW-VERSIONE NUMERIC
003284             MOVE PRAVIEW-VERSIONE TO CERCA-VERSIONE
003286         ELSE
003540             CERCA-IMPORTO-DISPLAY DELIMITED BY SIZE
003542             "</td><td>VERSIONE "  DELIMITED BY SIZE
003544             CERCA-VERSIONE        DELIMITED BY SIZE
003546             "</td><td>"           DELIMITED BY SIZE
003548             CERCA-FAMIGLIA        DELIMITED BY "  "
003550             "</td></tr>"          DELIMITED BY SIZE
003560             INTO CERCA-HTML
003570         END-STRING.
004120         CONTINUE.
004130 EX-FINE-CERCA.
004140         EXIT.
004150*
004160* FAMIGLIA-RIGA asks OPENPS06 for the family of the hit; one that
004170* has legami gets its capostipite and size, linked to the tree
004180* on the TIPO=LEGAMI page. The service reads PRAVIEW through
004190* its own connector, so the walk here keeps its position.
004200*
004210 FAMIGLIA-RIGA.
004220         MOVE SPACES TO CERCA-FAMIGLIA.
004230         MOVE PRAVIEW-COMUNE-CODE TO FAM-COMUNE-CODE.
004240         MOVE PRAVIEW-PRATICA-ID  TO FAM-PRATICA-ID.
004245         SET FAM-MODO-STATI TO TRUE.
004250         CALL "OPENPS06" USING FAMCHK-AREA.
004260         IF FAM-COUNT NOT GREATER THAN 1
004270             GO TO EX-FAMIGLIA-RIGA
004280         END-IF.
004290         MOVE FAM-COUNT TO CERCA-FAM-DISPLAY.
004300         STRING "<a href="           DELIMITED BY SIZE
004310             QUOTE                   DELIMITED BY SIZE
004320             "?TIPO=LEGAMI&PRATICA_ID=" DELIMITED BY SIZE
004330             PRAVIEW-PRATICA-ID      DELIMITED BY SPACE
004340             QUOTE                   DELIMITED BY SIZE
004350             ">FAMIGLIA "            DELIMITED BY SIZE
004360             FAM-RADICE-ID           DELIMITED BY SPACE
004370             " ("                    DELIMITED BY SIZE
004380             CERCA-FAM-DISPLAY       DELIMITED BY SIZE
004390             ")</a>"                 DELIMITED BY SIZE
004400             INTO CERCA-FAMIGLIA
004410         END-STRING.
004420 EX-FAMIGLIA-RIGA.
004430         EXIT.
