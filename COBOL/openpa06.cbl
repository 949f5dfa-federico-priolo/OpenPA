000250** arrivati e il ritorno automatico IR->AP stanno nel flusso
000260** verdetti OPENPJ22, che conta un documento solo da liberato
000262** dalla quarantena, mai dal semplice caricamento.
000264** Un documento chiesto con FIRMA=S, o di un tipo elencato in
000266** FIRMATAB, conta solo se la sua firma digitale e risultata
000268** valida al flusso di verifica OPENPJ28.
000269** La scadenza di ogni documento la calcola il servizio OPENPS07,
000270** lo stesso che la fa valere nello scadenzario OPENPJ04.
000275*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPA06.
000300 ENVIRONMENT      DIVISION.
000460         COPY "GLOBALS.CBL".
000470         COPY "TRANSCHK.CBL".
000475         COPY "AUTHCHK.CBL".
000477         COPY "FIRMATAB.CBL".
000478         COPY "CALCHK.CBL".
000480*
000490 77  INTEG-COMUNE-CODE             PIC X(06).
000500 77  INTEG-PRATICA-ID              PIC X(10).
000520     88  INTEG-AZIONE-RICHIEDI         VALUE "RICHIEDI".
000530 77  INTEG-DOC-TYPE                PIC X(20).
000540 77  INTEG-TERMINE                 PIC 9(05).
000542 77  INTEG-FIRMA                   PIC X(01).
000544 77  INTEG-FIRMA-DESC              PIC X(16).
000546 77  INTEG-SCADENZA                PIC X(08).
000550 77  INTEG-METODO                  PIC X(04).
000560 77  INTEG-OLD-STATO               PIC X(02).
000570 77  INTEG-EOF-SW                  PIC X(01).
001060         MOVE SPACES TO INTEG-AZIONE.
001070         MOVE SPACES TO INTEG-DOC-TYPE.
001080         MOVE 30     TO INTEG-TERMINE.
001085         MOVE SPACES TO INTEG-FIRMA.

001090         MOVE SPACES           TO COBW3-SEARCH-DATA.
001100         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
001420             MOVE COBW3-GET-DATA(1:COBW3-GET-LENGTH)
001430                 TO INTEG-TERMINE
001440         END-IF.

001442         MOVE SPACES           TO COBW3-SEARCH-DATA.
001443         MOVE "FIRMA"          TO COBW3-SEARCH-DATA(1:5).
001444         MOVE 5                TO COBW3-SEARCH-LENGTH.
001445         SET COBW3-NUMBER-INIT TO TRUE.
001446         CALL "COBW3SR" USING COBW3.
001447         IF COBW3-SEARCH-FLAG-EXIST
001448             MOVE COBW3-GET-DATA(1:1) TO INTEG-FIRMA
001449         END-IF.
001450 EX-LEGGI-PARAMETRI.
001460         EXIT.
001470*
001980             MOVE PRAVIEW-STATO       TO TRN-OLD-STATO
001990             MOVE "IR"                TO TRN-NEW-STATO
001995             MOVE AUTH-RUOLO          TO TRN-RUOLO
001997             MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID
002000             CALL "OPENPS02" USING TRANSCHK-AREA
002010             IF TRN-RIFIUTATA
002020                 CLOSE PRAVIEW
002360                     TO PRAINTEG-TERMINE-GIORNI
002370                 SET PRAINTEG-IN-ATTESA TO TRUE
002380                 MOVE 0 TO PRAINTEG-DATA-RICEZIONE
002382                 PERFORM CERCA-FIRMATAB THRU EX-CERCA-FIRMATAB
002384                 IF INTEG-FIRMA = "S" OR FIRMATAB-FOUND
002386                     SET PRAINTEG-FIRMA-RICHIESTA TO TRUE
002388                 END-IF
002390                 WRITE PRAINTEG-RECORD
002400                 MOVE "<tr><td>DOCUMENTO RICHIESTO</td></tr>"
002410                     TO INTEG-HTML
002710             TO PRAHIST-NEW-IMPORTO-DOVUTO.
002720         MOVE PRAVIEW-CODICE-FISCALE
002730             TO PRAHIST-CODICE-FISCALE.
002732         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
002734             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
002736             PRAHIST-NEW-ASSEGNATARIO.
002740         WRITE PRAHIST-RECORD.
002750         CLOSE PRAHIST.
002760 EX-ARCHIVIA-TRANSIZIONE.
003330             GO TO EX-LISTA-RIGA
003340         END-IF.

003342         PERFORM CALCOLA-SCADENZA THRU EX-CALCOLA-SCADENZA.
003345         MOVE SPACES TO INTEG-FIRMA-DESC.
003346         IF PRAINTEG-FIRMA-RICHIESTA
003347             MOVE "FIRMA DIGITALE" TO INTEG-FIRMA-DESC
003348         END-IF.
003350         MOVE SPACES TO INTEG-HTML.
003360         STRING "<tr><td>"          DELIMITED BY SIZE
003370             PRAINTEG-DOC-TYPE      DELIMITED BY "  "
003390             PRAINTEG-DATA-RICHIESTA DELIMITED BY SIZE
003400             "</td><td>TERMINE GG " DELIMITED BY SIZE
003410             PRAINTEG-TERMINE-GIORNI DELIMITED BY SIZE
003412             " SCADE "              DELIMITED BY SIZE
003414             INTEG-SCADENZA         DELIMITED BY SIZE
003420             "</td><td>"            DELIMITED BY SIZE
003430             PRAINTEG-RICEVUTO-SW   DELIMITED BY SIZE
003440             " "                    DELIMITED BY SIZE
003450             PRAINTEG-DATA-RICEZIONE DELIMITED BY SIZE
003452             "</td><td>"            DELIMITED BY SIZE
003454             INTEG-FIRMA-DESC       DELIMITED BY "  "
003460             "</td></tr>"           DELIMITED BY SIZE
003470             INTO INTEG-HTML
003480         END-STRING.
003820         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003830 EX-FINE-INTEG.
003840         EXIT.
003850*
003860* CERCA-FIRMATAB answers whether the document type asked is one
003870* FIRMATAB.CBL holds to need a digital signature.
003880*
003890 CERCA-FIRMATAB.
003900         SET FIRMATAB-NOT-FOUND TO TRUE.
003910         PERFORM CONFRONTA-FIRMATAB THRU EX-CONFRONTA-FIRMATAB
003920             VARYING FIRMATAB-IX FROM 1 BY 1
003930             UNTIL FIRMATAB-IX > FIRMATAB-COUNT
003940                OR FIRMATAB-FOUND.
003950 EX-CERCA-FIRMATAB.
003960         EXIT.
003970*
003980 CONFRONTA-FIRMATAB.
003990         IF INTEG-DOC-TYPE = FIRMATAB-DOC-TYPE(FIRMATAB-IX)
004000             SET FIRMATAB-FOUND TO TRUE
004010         END-IF.
004020 EX-CONFRONTA-FIRMATAB.
004030         EXIT.
004040*
004050* CALCOLA-SCADENZA asks the OPENPS07 date service for the day the
004060* document is due: the term counted from the request and moved
004070* past Sundays and the comune's holidays and closures.
004080*
004090 CALCOLA-SCADENZA.
004100         MOVE SPACES TO INTEG-SCADENZA.
004110         SET CAL-MODO-DATA            TO TRUE.
004120         MOVE PRAINTEG-COMUNE-CODE    TO CAL-COMUNE-CODE.
004130         MOVE PRAINTEG-DATA-RICHIESTA TO CAL-DATA-BASE.
004140         MOVE PRAINTEG-TERMINE-GIORNI TO CAL-GIORNI.
004150         CALL "OPENPS07" USING CALCHK-AREA.
004160         IF CAL-ESITO-OK
004170             MOVE CAL-SCADENZA TO INTEG-SCADENZA
004180         END-IF.
004190 EX-CALCOLA-SCADENZA.
004200         EXIT.
