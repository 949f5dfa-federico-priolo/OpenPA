000210** TOKEN - il gettone coniato alla protocollazione e arrivato al
000220** cittadino dentro la notifica - e mostra lo stato corrente, il
000230** numero di protocollo, il termine di risposta della categoria
000232** (riga "S" di PRATAB) con la sua scadenza - quella stessa dello
000234** scadenzario, chiesta al servizio OPENPS07 - e il saldo
000240** pagamenti. Un token sbagliato e' un 403 secco, che a monte
000250** conta verso il blocco automatico PRABLOCK come ogni altro
000260** rifiuto.
000262** Per la pratica rateizzata mostra anche il piano, rata per rata
000264** con quanto gia' pagato, come lo ripartisce OPENPS05.
000266** Se l'istruttore ha fissato un sopralluogo (OPENPA15) ancora da
000268** svolgere, ne mostra data e ora.
000269** Se la pratica fa parte di una famiglia (varianti, proroghe,
000270** volture, sanatorie) ne elenca i componenti con legame e stato,
000271** senza nomi: i richiedenti degli altri componenti non si vedono.
000272*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPA09.
000300 ENVIRONMENT      DIVISION.
000340 FILE-CONTROL.

000350         COPY "SELVIEW.CBL".
000370         COPY "SELPAY.CBL".
000375         COPY "SELSOPR.CBL".

000380 DATA             DIVISION.
000390 FILE SECTION.

000400         COPY "FDEVIEW.CBL".
000420         COPY "FDEPAY.CBL".
000425         COPY "FDESOPR.CBL".

000430 WORKING-STORAGE  SECTION.

000440         COPY "GLOBALS.CBL".
000445         COPY "RATECALC.CBL".
000446         COPY "LINKTAB.CBL".
000447         COPY "FAMCHK.CBL".
000448         COPY "CALCHK.CBL".
000450*
000460 77  STTO-COMUNE-CODE              PIC X(06).
000470 77  STTO-PRATICA-ID               PIC X(10).
000550     88  STTO-PAY-NOT-EOF              VALUE "N".
000560 77  STTO-HTML                     PIC X(512).
000570 77  STTO-HTML-LEN                 PIC 9(04) COMP-5.
000572 77  STTO-RATA-IX                  PIC 9(02).
000574 77  STTO-RATA-IMPORTO             PIC Z(7)9,99-.
000576 77  STTO-RATA-PAGATO              PIC Z(7)9,99-.
000577 77  STTO-SOPR-OGGI                PIC 9(08).
000578 77  STTO-SOPR-DATA                PIC 9(08).
000579 77  STTO-SOPR-ORA                 PIC 9(04).
000580 77  STTO-SOPR-EOF-SW              PIC X(01).
000581     88  STTO-SOPR-EOF                 VALUE "S".
000582     88  STTO-SOPR-NOT-EOF             VALUE "N".
000583 77  STTO-FAM-IX                   PIC 9(02) COMP-5.
000584 77  STTO-FAM-LEGAME               PIC X(12).
000585 77  STTO-FAM-STATO                PIC X(10).
000586 77  STTO-SCADENZA                 PIC X(40).
000589*
000590 LINKAGE SECTION.

000600         COPY "COBW3.CBL".
001530 EX-MOSTRA-STATO.
001540         EXIT.
001550*
001560* LEGGI-TERMINE asks the OPENPS07 date service for the term of
001570* the categoria and its deadline, counted exactly as the
001575* scadenzario counts it. Only a pratica whose term is running
001576* or suspended has a deadline to show.
001580*
001590 LEGGI-TERMINE.
001600         MOVE SPACES TO STTO-SCADENZA.
001610         SET CAL-MODO-PRATICA       TO TRUE.
001620         MOVE STTO-COMUNE-CODE      TO CAL-COMUNE-CODE.
001630         MOVE STTO-PRATICA-ID       TO CAL-PRATICA-ID.
001640         MOVE PRAVIEW-CATEGORIA     TO CAL-CATEGORIA.
001650         MOVE PRAVIEW-DATA-APERTURA TO CAL-DATA-BASE.
001660         CALL "OPENPS07" USING CALCHK-AREA.
001670         MOVE CAL-GIORNI            TO STTO-TERMINE-GIORNI.
001680         IF CAL-ESITO-ERRORE
001690             GO TO EX-LEGGI-TERMINE
001700         END-IF.
001710         IF NOT PRAVIEW-STATO-APERTA
001720             AND NOT PRAVIEW-STATO-SOSPESA
001730             AND NOT PRAVIEW-STATO-INTEGRAZ
001740             GO TO EX-LEGGI-TERMINE
001750         END-IF.
001752         IF CAL-SOSPESA
001754             STRING "SCADENZA " DELIMITED BY SIZE
001756                 CAL-SCADENZA   DELIMITED BY SIZE
001758                 " (TERMINE SOSPESO)" DELIMITED BY SIZE
001760                 INTO STTO-SCADENZA
001762             END-STRING
001764         ELSE
001766             STRING "SCADENZA " DELIMITED BY SIZE
001768                 CAL-SCADENZA   DELIMITED BY SIZE
001770                 INTO STTO-SCADENZA
001772             END-STRING
001774         END-IF.
001776 EX-LEGGI-TERMINE.
001780         EXIT.
001790*
001800* CALCOLA-SALDO sums the PRAPAY rows of the pratica the same
002410             STTO-TERMINE-GIORNI   DELIMITED BY SIZE
002420             "</p><p>SALDO "       DELIMITED BY SIZE
002430             STTO-SALDO-DISPLAY    DELIMITED BY SIZE
002440             "</p>"                DELIMITED BY SIZE
002450             INTO STTO-HTML
002460         END-STRING.
002470         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
002471         PERFORM EMETTI-SCADENZA THRU EX-EMETTI-SCADENZA.
002472         PERFORM EMETTI-PIANO-RATE THRU EX-EMETTI-PIANO-RATE.
002473         PERFORM EMETTI-SOPRALLUOGO THRU EX-EMETTI-SOPRALLUOGO.
002474         PERFORM EMETTI-FAMIGLIA THRU EX-EMETTI-FAMIGLIA.
002475         MOVE "</body></html>" TO STTO-HTML.
002476         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
002480 EX-EMETTI-PAGINA.
002490         EXIT.
002500*
002720         CONTINUE.
002730 EX-FINE-STATO.
002740         EXIT.
002750*
002760* EMETTI-PIANO-RATE shows the citizen the plan of rate granted
002770* on the pratica, if any: each rata with its due date and what
002780* the payments so far cover of it, as OPENPS05 allocates them.
002790*
002800 EMETTI-PIANO-RATE.
002810         MOVE STTO-COMUNE-CODE TO RATE-COMUNE-CODE.
002820         MOVE STTO-PRATICA-ID  TO RATE-PRATICA-ID.
002830         MOVE 0                TO RATE-DATA-RIFERIMENTO.
002840         CALL "OPENPS05" USING RATECALC-AREA.
002850         IF RATE-SENZA-PIANO
002860             GO TO EX-EMETTI-PIANO-RATE
002870         END-IF.
002880         MOVE "<table><tr><th>RATA</th><th>SCADENZA</th><th>IMPORT
002890-    "O</th><th>PAGATO</th></tr>" TO STTO-HTML.
002900         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
002910         PERFORM EMETTI-RATA THRU EX-EMETTI-RATA
002920             VARYING STTO-RATA-IX FROM 1 BY 1
002930             UNTIL STTO-RATA-IX > RATE-NUM-RATE.
002940         MOVE "</table>" TO STTO-HTML.
002950         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
002960         IF RATE-IN-RITARDO
002970             MOVE RATE-SCOPERTO-SCADUTO TO STTO-RATA-IMPORTO
002980             MOVE SPACES TO STTO-HTML
002990             STRING "<p>RATE SCADUTE NON PAGATE "
003000                     DELIMITED BY SIZE
003010                 STTO-RATA-IMPORTO     DELIMITED BY SIZE
003020                 "</p>"                DELIMITED BY SIZE
003030                 INTO STTO-HTML
003040             END-STRING
003050             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003060         END-IF.
003070 EX-EMETTI-PIANO-RATE.
003080         EXIT.
003090*
003100 EMETTI-RATA.
003110         MOVE RATE-IMPORTO(STTO-RATA-IX) TO STTO-RATA-IMPORTO.
003120         MOVE RATE-PAGATO(STTO-RATA-IX)  TO STTO-RATA-PAGATO.
003130         MOVE SPACES TO STTO-HTML.
003140         STRING "<tr><td>"             DELIMITED BY SIZE
003150             STTO-RATA-IX              DELIMITED BY SIZE
003160             "</td><td>"               DELIMITED BY SIZE
003170             RATE-SCADENZA(STTO-RATA-IX) DELIMITED BY SIZE
003180             "</td><td>"               DELIMITED BY SIZE
003190             STTO-RATA-IMPORTO         DELIMITED BY SIZE
003200             "</td><td>"               DELIMITED BY SIZE
003210             STTO-RATA-PAGATO          DELIMITED BY SIZE
003220             "</td></tr>"              DELIMITED BY SIZE
003230             INTO STTO-HTML
003240         END-STRING.
003250         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003260 EX-EMETTI-RATA.
003270         EXIT.
003280*
003290* EMETTI-SOPRALLUOGO tells the citizen when the istruttore is
003300* coming: the earliest sopralluogo fixed and not yet held from
003310* today on. Nothing is shown when none is pending.
003320*
003330 EMETTI-SOPRALLUOGO.
003340         ACCEPT STTO-SOPR-OGGI FROM DATE YYYYMMDD.
003350         MOVE 0 TO STTO-SOPR-DATA.
003360         MOVE 0 TO STTO-SOPR-ORA.
003370         SET STTO-SOPR-NOT-EOF TO TRUE.
003380         OPEN INPUT PRASOPR.
003390         IF STATUS-PRASOPR NOT = "00"
003400             GO TO EX-EMETTI-SOPRALLUOGO
003410         END-IF.
003420         MOVE STTO-COMUNE-CODE TO PRASOPR-COMUNE-CODE.
003430         MOVE STTO-PRATICA-ID  TO PRASOPR-PRATICA-ID.
003440         MOVE 0                TO PRASOPR-NUMERO.
003450         START PRASOPR KEY IS NOT LESS THAN PRASOPR-KEY
003460             INVALID KEY
003470                 SET STTO-SOPR-EOF TO TRUE
003480         END-START.
003490         PERFORM CERCA-SOPRALLUOGO THRU EX-CERCA-SOPRALLUOGO
003500             UNTIL STTO-SOPR-EOF.
003510         CLOSE PRASOPR.
003520         IF STTO-SOPR-DATA = 0
003530             GO TO EX-EMETTI-SOPRALLUOGO
003540         END-IF.
003550         MOVE SPACES TO STTO-HTML.
003560         STRING "<p>SOPRALLUOGO FISSATO IL " DELIMITED BY SIZE
003570             STTO-SOPR-DATA            DELIMITED BY SIZE
003580             " ORE "                   DELIMITED BY SIZE
003590             STTO-SOPR-ORA             DELIMITED BY SIZE
003600             "</p>"                    DELIMITED BY SIZE
003610             INTO STTO-HTML
003620         END-STRING.
003630         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003640 EX-EMETTI-SOPRALLUOGO.
003650         EXIT.
003660*
003670 CERCA-SOPRALLUOGO.
003680         READ PRASOPR NEXT RECORD
003690             AT END
003700                 SET STTO-SOPR-EOF TO TRUE
003710                 GO TO EX-CERCA-SOPRALLUOGO
003720         END-READ.
003730         IF PRASOPR-PRATICA-ID NOT = STTO-PRATICA-ID
003740             OR PRASOPR-COMUNE-CODE NOT = STTO-COMUNE-CODE
003750             SET STTO-SOPR-EOF TO TRUE
003760             GO TO EX-CERCA-SOPRALLUOGO
003770         END-IF.
003780         IF NOT PRASOPR-FISSATO
003790             OR PRASOPR-DATA < STTO-SOPR-OGGI
003800             GO TO EX-CERCA-SOPRALLUOGO
003810         END-IF.
003820         IF STTO-SOPR-DATA = 0
003830             OR PRASOPR-DATA < STTO-SOPR-DATA
003840             OR (PRASOPR-DATA = STTO-SOPR-DATA
003850             AND PRASOPR-ORA < STTO-SOPR-ORA)
003860             MOVE PRASOPR-DATA TO STTO-SOPR-DATA
003870             MOVE PRASOPR-ORA  TO STTO-SOPR-ORA
003880         END-IF.
003890 EX-CERCA-SOPRALLUOGO.
003900         EXIT.
003910*
003920* EMETTI-FAMIGLIA lists the other pratiche of the family the
003930* OPENPS06 service finds around this one: the id, the legame
003940* that ties each to the tree and its stato, or ARCHIVIATA once
003950* OPENPJ18 has sealed it. Nothing is shown for a pratica that
003960* stands alone.
003970*
003980 EMETTI-FAMIGLIA.
003990         MOVE STTO-COMUNE-CODE TO FAM-COMUNE-CODE.
004000         MOVE STTO-PRATICA-ID  TO FAM-PRATICA-ID.
004005         SET FAM-MODO-STATI TO TRUE.
004010         CALL "OPENPS06" USING FAMCHK-AREA.
004020         IF FAM-COUNT NOT GREATER THAN 1
004030             GO TO EX-EMETTI-FAMIGLIA
004040         END-IF.
004050         MOVE "<p>PRATICHE COLLEGATE</p><table>" TO STTO-HTML.
004060         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004070         PERFORM EMETTI-MEMBRO THRU EX-EMETTI-MEMBRO
004080             VARYING STTO-FAM-IX FROM 1 BY 1
004090             UNTIL STTO-FAM-IX > FAM-COUNT.
004100         MOVE "</table>" TO STTO-HTML.
004110         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004120 EX-EMETTI-FAMIGLIA.
004130         EXIT.
004140*
004150 EMETTI-MEMBRO.
004160         MOVE "CAPOSTIPITE" TO STTO-FAM-LEGAME.
004170         IF FAM-M-LIVELLO(STTO-FAM-IX) > 0
004180             MOVE FAM-M-LEGAME(STTO-FAM-IX) TO STTO-FAM-LEGAME
004190             PERFORM NOME-LEGAME THRU EX-NOME-LEGAME
004200                 VARYING LINKTAB-IX FROM 1 BY 1
004210                 UNTIL LINKTAB-IX > LINKTAB-COUNT
004220         END-IF.
004230         IF FAM-M-FUORI-LINEA(STTO-FAM-IX)
004240             MOVE "ARCHIVIATA"              TO STTO-FAM-STATO
004250         ELSE
004260             MOVE FAM-M-STATO(STTO-FAM-IX)  TO STTO-FAM-STATO
004270         END-IF.
004280         MOVE SPACES TO STTO-HTML.
004290         STRING "<tr><td>"                  DELIMITED BY SIZE
004300             FAM-M-PRATICA-ID(STTO-FAM-IX)  DELIMITED BY SPACE
004310             "</td><td>"                    DELIMITED BY SIZE
004320             STTO-FAM-LEGAME                DELIMITED BY "  "
004330             "</td><td>"                    DELIMITED BY SIZE
004340             STTO-FAM-STATO                 DELIMITED BY "  "
004350             "</td></tr>"                   DELIMITED BY SIZE
004360             INTO STTO-HTML
004370         END-STRING.
004380         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004390 EX-EMETTI-MEMBRO.
004400         EXIT.
004410*
004420 NOME-LEGAME.
004430         IF LINKTAB-CODICE(LINKTAB-IX) = FAM-M-LEGAME(STTO-FAM-IX)
004440             MOVE LINKTAB-NOME(LINKTAB-IX) TO STTO-FAM-LEGAME
004450         END-IF.
004460 EX-NOME-LEGAME.
004470         EXIT.
004480*
004490* EMETTI-SCADENZA shows the deadline LEGGI-TERMINE found, already
004500* moved past Sundays and the comune's holidays and closures.
004510*
004520 EMETTI-SCADENZA.
004530         IF STTO-SCADENZA = SPACES
004540             GO TO EX-EMETTI-SCADENZA
004550         END-IF.
004560         MOVE SPACES TO STTO-HTML.
004570         STRING "<p>"              DELIMITED BY SIZE
004580             STTO-SCADENZA         DELIMITED BY "  "
004590             "</p>"                DELIMITED BY SIZE
004600             INTO STTO-HTML
004610         END-STRING.
004620         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004630 EX-EMETTI-SCADENZA.
004640         EXIT.
