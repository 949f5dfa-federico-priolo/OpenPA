000240** guida la mossa CS->AC o CS->RE attraverso il servizio
000250** OPENPS02, archiviando la transizione in PRAHIST e accodando
000260** la notifica al richiedente come fanno gli altri scrittori di
000270** PRAVIEW-STATO. Il termine del parere di ogni ente scade nel
000272** giorno che calcola il servizio OPENPS07, come nello
000274** scadenzario OPENPJ04.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENPA05.
000470         COPY "GLOBALS.CBL".
000480         COPY "TRANSCHK.CBL".
000490         COPY "AUTHCHK.CBL".
000495         COPY "CALCHK.CBL".
000500*
000510 77  CONF-COMUNE-CODE              PIC X(06).
000520 77  CONF-PRATICA-ID               PIC X(10).
000610 77  CONF-SEQ                      PIC X(03).
000620 77  CONF-ESITO                    PIC X(01).
000630 77  CONF-DETERMINA                PIC X(60).
000635 77  CONF-SCADENZA                 PIC X(08).
000640 77  CONF-ESITO-FINALE             PIC X(02).
000650 77  CONF-METODO                   PIC X(04).
000660 77  CONF-OLD-STATO                PIC X(02).
005210         MOVE PRAVIEW-STATO       TO TRN-OLD-STATO.
005220         MOVE CONF-ESITO-FINALE   TO TRN-NEW-STATO.
005230         MOVE AUTH-RUOLO          TO TRN-RUOLO.
005235         MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID.
005240         CALL "OPENPS02" USING TRANSCHK-AREA.
005250         IF TRN-RIFIUTATA
005260             CLOSE PRAVIEW
005950             TO PRAHIST-NEW-IMPORTO-DOVUTO.
005960         MOVE PRAVIEW-CODICE-FISCALE
005970             TO PRAHIST-CODICE-FISCALE.
005972         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
005974             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
005976             PRAHIST-NEW-ASSEGNATARIO.
005980         WRITE PRAHIST-RECORD.
005990         CLOSE PRAHIST.
006000 EX-ARCHIVIA-CHIUSURA.
006690                 INTO CONF-HTML
006700             END-STRING
006710         ELSE
006715             PERFORM CALCOLA-SCADENZA THRU EX-CALCOLA-SCADENZA
006720             STRING "<tr><td>"         DELIMITED BY SIZE
006730                 PRACONF-ENTE-SEQ      DELIMITED BY SIZE
006740                 "</td><td>"           DELIMITED BY SIZE
006750                 PRACONF-ENTE          DELIMITED BY "  "
006760                 "</td><td>INVITO "    DELIMITED BY SIZE
006770                 PRACONF-DATA-INVITO   DELIMITED BY SIZE
006772                 " SCADE "             DELIMITED BY SIZE
006774                 CONF-SCADENZA         DELIMITED BY SIZE
006780                 "</td><td>PARERE "    DELIMITED BY SIZE
006790                 PRACONF-PARERE        DELIMITED BY SIZE
006800                 " "                   DELIMITED BY SIZE
007190         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
007200 EX-FINE-CONF.
007210         EXIT.
007220*
007230* CALCOLA-SCADENZA asks the OPENPS07 date service for the day the
007240* ente's parere is due: the term counted from the invito and
007250* moved past Sundays and the comune's holidays and closures. A
007260* parere already given has nothing left to fall due.
007270*
007280 CALCOLA-SCADENZA.
007290         MOVE SPACES TO CONF-SCADENZA.
007300         IF NOT PRACONF-IN-ATTESA
007310             GO TO EX-CALCOLA-SCADENZA
007320         END-IF.
007330         SET CAL-MODO-DATA           TO TRUE.
007340         MOVE PRACONF-COMUNE-CODE    TO CAL-COMUNE-CODE.
007350         MOVE PRACONF-DATA-INVITO    TO CAL-DATA-BASE.
007360         MOVE PRACONF-TERMINE-GIORNI TO CAL-GIORNI.
007370         CALL "OPENPS07" USING CALCHK-AREA.
007380         IF CAL-ESITO-OK
007390             MOVE CAL-SCADENZA TO CONF-SCADENZA
007400         END-IF.
007410 EX-CALCOLA-SCADENZA.
007420         EXIT.
