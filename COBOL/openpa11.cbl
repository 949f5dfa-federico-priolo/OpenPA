000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190** sotto-programma di rateizzazione degli oneri (TIPO=RATEIZ):
000200** l'operatore concede alla pratica un piano di rate mensili sul
000210** residuo ancora dovuto (numero rate, prima scadenza, polizza
000220** fideiussoria a garanzia con la sua scadenza) e il piano viene
000230** scritto in PRARATE; senza azione la pagina mostra il piano con
000240** quanto coperto di ogni rata e gli interessi legali maturati,
000250** come li calcola il servizio OPENPS05. Un piano concesso non si
000260** riscrive da qui: la pratica ne ha uno solo.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPA11.
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320         COPY "SPECIAL.CBL".
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.

000350         COPY "SELVIEW.CBL".
000360         COPY "SELRATE.CBL".
000370         COPY "SELPAY.CBL".

000380 DATA             DIVISION.
000390 FILE SECTION.

000400         COPY "FDEVIEW.CBL".
000410         COPY "FDERATE.CBL".
000420         COPY "FDEPAY.CBL".

000430 WORKING-STORAGE  SECTION.

000440         COPY "GLOBALS.CBL".
000450         COPY "AUTHCHK.CBL".
000460         COPY "RATECALC.CBL".
000470*
000480 77  PIANO-COMUNE-CODE             PIC X(06).
000490 77  PIANO-PRATICA-ID              PIC X(10).
000500 77  PIANO-AZIONE                  PIC X(08).
000510     88  PIANO-AZIONE-CONCEDI          VALUE "CONCEDI".
000520 77  PIANO-NUM-RATE                PIC 9(02).
000530 77  PIANO-PRIMA-SCADENZA          PIC 9(08).
000540 77  PIANO-POLIZZA-RIF             PIC X(30).
000550 77  PIANO-POLIZZA-SCAD            PIC 9(08).
000560 77  PIANO-METODO                  PIC X(04).
000570 77  PIANO-TODAY-DATE              PIC 9(08).
000580 77  PIANO-RESIDUO                 PIC S9(9)V99 COMP-3.
000590 77  PIANO-QUOTA                   PIC S9(9)V99 COMP-3.
000600 77  PIANO-IX                      PIC 9(04) COMP-5.
000610 77  PIANO-MESI                    PIC 9(06) COMP-5.
000620*
000630* Due date of the rata being written: the first one's year and
000640* month moved on one month per rata, the day kept - or brought
000650* back to the 28th, so that every month of the year has it.
000660*
000670 01  PIANO-SCADENZA-RATA.
000680     05  PIANO-SCAD-ANNO           PIC 9(04).
000690     05  PIANO-SCAD-MESE           PIC 9(02).
000700     05  PIANO-SCAD-GIORNO         PIC 9(02).
000710 77  PIANO-PRIMA-ANNO              PIC 9(04).
000720 77  PIANO-PRIMA-MESE              PIC 9(02).
000730 77  PIANO-GIORNO                  PIC 9(02).
000740 77  PIANO-IMPORTO-ED              PIC ---------9,99.
000750 77  PIANO-PAGATO-ED               PIC ---------9,99.
000760 77  PIANO-INTERESSI-ED            PIC ---------9,99.
000770 77  PIANO-NUMERO-ED               PIC Z9.
000780 77  PIANO-EOF-SW                  PIC X(01).
000790     88  PIANO-EOF                     VALUE "S".
000800     88  PIANO-NOT-EOF                 VALUE "N".
000810 77  PIANO-HTML                    PIC X(512).
000820 77  PIANO-HTML-LEN                PIC 9(04) COMP-5.
000830*
000840 LINKAGE SECTION.

000850         COPY "COBW3.CBL".
000860*
000870 PROCEDURE  DIVISION USING COBW3.
000880*
000890         PERFORM INIZIO-PIANO     THRU EX-INIZIO-PIANO.
000900         PERFORM LEGGI-PARAMETRI  THRU EX-LEGGI-PARAMETRI.

000910         EVALUATE TRUE
000920             WHEN PIANO-PRATICA-ID = SPACES
000930                 PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
000940             WHEN PIANO-AZIONE-CONCEDI
000950                 PERFORM CONCEDI-PIANO THRU EX-CONCEDI-PIANO
000960             WHEN OTHER
000970                 PERFORM LISTA-PIANO THRU EX-LISTA-PIANO
000980         END-EVALUATE.

000990         PERFORM FINE-PIANO       THRU EX-FINE-PIANO.

001000         GOBACK.
001010*
001020 INIZIO-PIANO.
001030         SET COBW3-STATUS-CODE-200 TO TRUE.
001040         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001050         ACCEPT PIANO-TODAY-DATE FROM DATE YYYYMMDD.
001060         IF COBW3-SESSION-COMUNE-CODE = SPACES
001070             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001080             MOVE GLB-DEFLT-COMUNE TO PIANO-COMUNE-CODE
001090         ELSE
001100             MOVE COBW3-SESSION-COMUNE-CODE
001110                 TO PIANO-COMUNE-CODE
001120         END-IF.

001130         MOVE SPACES TO PIANO-HTML.
001140         STRING "<html><body><h1>RATEIZZAZIONE COMUNE "
001150                 DELIMITED BY SIZE
001160             PIANO-COMUNE-CODE DELIMITED BY SIZE
001170             "</h1><table>"    DELIMITED BY SIZE
001180             INTO PIANO-HTML
001190         END-STRING.
001200         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001210 EX-INIZIO-PIANO.
001220         EXIT.
001230*
001240 LEGGI-PARAMETRI.
001250         MOVE SPACES TO PIANO-PRATICA-ID.
001260         MOVE SPACES TO PIANO-AZIONE.
001270         MOVE 0      TO PIANO-NUM-RATE.
001280         MOVE 0      TO PIANO-PRIMA-SCADENZA.
001290         MOVE SPACES TO PIANO-POLIZZA-RIF.
001300         MOVE 0      TO PIANO-POLIZZA-SCAD.

001310         MOVE SPACES           TO COBW3-SEARCH-DATA.
001320         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
001330         MOVE 10               TO COBW3-SEARCH-LENGTH.
001340         SET COBW3-NUMBER-INIT TO TRUE.
001350         CALL "COBW3SR" USING COBW3.
001360         IF COBW3-SEARCH-FLAG-EXIST
001370             MOVE COBW3-GET-DATA(1:10) TO PIANO-PRATICA-ID
001380         END-IF.

001390         MOVE SPACES           TO COBW3-SEARCH-DATA.
001400         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
001410         MOVE 6                TO COBW3-SEARCH-LENGTH.
001420         SET COBW3-NUMBER-INIT TO TRUE.
001430         CALL "COBW3SR" USING COBW3.
001440         IF COBW3-SEARCH-FLAG-EXIST
001450             MOVE COBW3-GET-DATA(1:8) TO PIANO-AZIONE
001460         END-IF.

001470         MOVE SPACES           TO COBW3-SEARCH-DATA.
001480         MOVE "NUMRATE"        TO COBW3-SEARCH-DATA(1:7).
001490         MOVE 7                TO COBW3-SEARCH-LENGTH.
001500         SET COBW3-NUMBER-INIT TO TRUE.
001510         CALL "COBW3SR" USING COBW3.
001520         IF COBW3-SEARCH-FLAG-EXIST
001530             AND COBW3-GET-LENGTH > 0
001540             AND COBW3-GET-LENGTH NOT GREATER THAN 2
001550             AND COBW3-GET-DATA(1:COBW3-GET-LENGTH) NUMERIC
001560             MOVE COBW3-GET-DATA(1:COBW3-GET-LENGTH)
001570                 TO PIANO-NUM-RATE
001580         END-IF.

001590         MOVE SPACES           TO COBW3-SEARCH-DATA.
001600         MOVE "PRIMASCAD"      TO COBW3-SEARCH-DATA(1:9).
001610         MOVE 9                TO COBW3-SEARCH-LENGTH.
001620         SET COBW3-NUMBER-INIT TO TRUE.
001630         CALL "COBW3SR" USING COBW3.
001640         IF COBW3-SEARCH-FLAG-EXIST
001650             AND COBW3-GET-LENGTH = 8
001660             AND COBW3-GET-DATA(1:8) NUMERIC
001670             MOVE COBW3-GET-DATA(1:8) TO PIANO-PRIMA-SCADENZA
001680         END-IF.

001690         MOVE SPACES           TO COBW3-SEARCH-DATA.
001700         MOVE "POLIZZA"        TO COBW3-SEARCH-DATA(1:7).
001710         MOVE 7                TO COBW3-SEARCH-LENGTH.
001720         SET COBW3-NUMBER-INIT TO TRUE.
001730         CALL "COBW3SR" USING COBW3.
001740         IF COBW3-SEARCH-FLAG-EXIST
001750             MOVE COBW3-GET-DATA(1:30) TO PIANO-POLIZZA-RIF
001760         END-IF.

001770         MOVE SPACES           TO COBW3-SEARCH-DATA.
001780         MOVE "POLIZZASCAD"    TO COBW3-SEARCH-DATA(1:11).
001790         MOVE 11               TO COBW3-SEARCH-LENGTH.
001800         SET COBW3-NUMBER-INIT TO TRUE.
001810         CALL "COBW3SR" USING COBW3.
001820         IF COBW3-SEARCH-FLAG-EXIST
001830             AND COBW3-GET-LENGTH = 8
001840             AND COBW3-GET-DATA(1:8) NUMERIC
001850             MOVE COBW3-GET-DATA(1:8) TO PIANO-POLIZZA-SCAD
001860         END-IF.
001870 EX-LEGGI-PARAMETRI.
001880         EXIT.
001890*
001900* CHECK-VERIFICATO refuses a state-changing azione arriving on a
001910* GET or without a started session, and holds the concession
001920* of a plan to the operatori: the citizen asks for it, the
001930* comune grants it.
001940*
001950 CHECK-VERIFICATO.
001960         SET COBW3-REQUEST-METHOD TO TRUE.
001970         CALL "COBW3SR" USING COBW3.
001980         MOVE COBW3-REQUEST-INFO(1:4) TO PIANO-METODO.
001990         IF PIANO-METODO = "GET "
002000             OR NOT COBW3-SESSION-STATUS-STARTED
002010             SET COBW3-STATUS-CODE-403 TO TRUE
002020             GO TO EX-CHECK-VERIFICATO
002030         END-IF.

002040         MOVE PIANO-COMUNE-CODE TO AUTH-COMUNE-CODE.
002050         MOVE COBW3-USERID      TO AUTH-USERID.
002060         CALL "OPENPS03" USING AUTHCHK-AREA.
002070         IF NOT AUTH-RUOLO-OPERATORE
002080             SET COBW3-STATUS-CODE-403 TO TRUE
002090         END-IF.
002100 EX-CHECK-VERIFICATO.
002110         EXIT.
002120*
002130* CONCEDI-PIANO grants the plan: between 2 and 36 rate, the
002140* first not due before today, the polizza - when given - not
002150* expiring before the first rata. What is split is the residuo
002160* of the moment, IMPORTO-DOVUTO less every incasso so far, in
002170* equal rate with the cents left over on the last one.
002180*
002190 CONCEDI-PIANO.
002200         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
002210         IF NOT COBW3-STATUS-CODE-200
002220             GO TO EX-CONCEDI-PIANO
002230         END-IF.
002240         IF PIANO-NUM-RATE < 2 OR PIANO-NUM-RATE > 36
002250             MOVE "<tr><td>NUMRATE DA 2 A 36</td></tr>"
002260                 TO PIANO-HTML
002270             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002280             GO TO EX-CONCEDI-PIANO
002290         END-IF.
002300         IF PIANO-PRIMA-SCADENZA < PIANO-TODAY-DATE
002310             OR FUNCTION TEST-DATE-YYYYMMDD(PIANO-PRIMA-SCADENZA)
002320                 NOT = 0
002330             MOVE "<tr><td>PRIMASCAD NON VALIDA</td></tr>"
002340                 TO PIANO-HTML
002350             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002360             GO TO EX-CONCEDI-PIANO
002370         END-IF.
002380         IF PIANO-POLIZZA-RIF NOT = SPACES
002390             AND (PIANO-POLIZZA-SCAD < PIANO-PRIMA-SCADENZA
002400             OR FUNCTION TEST-DATE-YYYYMMDD(PIANO-POLIZZA-SCAD)
002410                 NOT = 0)
002420             MOVE "<tr><td>POLIZZASCAD NON VALIDA</td></tr>"
002430                 TO PIANO-HTML
002440             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002450             GO TO EX-CONCEDI-PIANO
002460         END-IF.
002470         IF PIANO-POLIZZA-RIF = SPACES
002480             MOVE 0 TO PIANO-POLIZZA-SCAD
002490         END-IF.

002500         OPEN INPUT PRAVIEW.
002510         IF STATUS-PRAVIEW NOT = "00"
002520             SET COBW3-STATUS-CODE-500 TO TRUE
002530             GO TO EX-CONCEDI-PIANO
002540         END-IF.
002550         MOVE PIANO-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
002560         MOVE PIANO-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
002570         READ PRAVIEW
002580             INVALID KEY
002590                 CLOSE PRAVIEW
002600                 SET COBW3-STATUS-CODE-404 TO TRUE
002610                 GO TO EX-CONCEDI-PIANO
002620         END-READ.
002630         CLOSE PRAVIEW.

002640         PERFORM SOMMA-INCASSATO THRU EX-SOMMA-INCASSATO.
002650         IF PIANO-RESIDUO NOT > 0
002660             MOVE "<tr><td>NULLA DA RATEIZZARE</td></tr>"
002670                 TO PIANO-HTML
002680             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002690             GO TO EX-CONCEDI-PIANO
002700         END-IF.

002710         OPEN I-O PRARATE.
002720         IF STATUS-PRARATE = "35"
002730             OPEN OUTPUT PRARATE
002740             CLOSE PRARATE
002750             OPEN I-O PRARATE
002760         END-IF.
002770         IF STATUS-PRARATE NOT = "00"
002780             SET COBW3-STATUS-CODE-500 TO TRUE
002790             GO TO EX-CONCEDI-PIANO
002800         END-IF.
002810         INITIALIZE PRARATE-RECORD.
002820         MOVE PIANO-COMUNE-CODE    TO PRARATE-COMUNE-CODE.
002830         MOVE PIANO-PRATICA-ID     TO PRARATE-PRATICA-ID.
002840         MOVE 0                    TO PRARATE-NUMERO.
002850         MOVE PIANO-NUM-RATE       TO PRARATE-NUM-RATE.
002860         MOVE PIANO-POLIZZA-RIF    TO PRARATE-POLIZZA-RIF.
002870         MOVE PIANO-POLIZZA-SCAD   TO PRARATE-POLIZZA-SCAD.
002880         MOVE PIANO-TODAY-DATE     TO PRARATE-DATA-CONCESS.
002890         MOVE COBW3-USERID(1:30)   TO PRARATE-CONCESSO-DA.
002900         WRITE PRARATE-RECORD
002910             INVALID KEY
002920                 CLOSE PRARATE
002930                 MOVE "<tr><td>PIANO GIA CONCESSO</td></tr>"
002940                     TO PIANO-HTML
002950                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002960                 GO TO EX-CONCEDI-PIANO
002970         END-WRITE.

002980         COMPUTE PIANO-QUOTA = PIANO-RESIDUO / PIANO-NUM-RATE.
002990         MOVE PIANO-PRIMA-SCADENZA TO PIANO-SCADENZA-RATA.
003000         MOVE PIANO-SCAD-ANNO      TO PIANO-PRIMA-ANNO.
003010         MOVE PIANO-SCAD-MESE      TO PIANO-PRIMA-MESE.
003020         MOVE PIANO-SCAD-GIORNO    TO PIANO-GIORNO.
003030         IF PIANO-GIORNO > 28
003040             MOVE 28 TO PIANO-GIORNO
003050         END-IF.
003060         PERFORM SCRIVI-RATA THRU EX-SCRIVI-RATA
003070             VARYING PIANO-IX FROM 1 BY 1
003080             UNTIL PIANO-IX > PIANO-NUM-RATE
003090                OR NOT COBW3-STATUS-CODE-200.
003100         IF NOT COBW3-STATUS-CODE-200
003110             PERFORM ANNULLA-RATA THRU EX-ANNULLA-RATA
003120                 VARYING PIANO-IX FROM 0 BY 1
003130                 UNTIL PIANO-IX > PIANO-NUM-RATE
003140             CLOSE PRARATE
003150             GO TO EX-CONCEDI-PIANO
003160         END-IF.
003170         CLOSE PRARATE.

003180         MOVE "<tr><td>PIANO CONCESSO</td></tr>" TO PIANO-HTML.
003190         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003200         PERFORM LISTA-PIANO THRU EX-LISTA-PIANO.
003210 EX-CONCEDI-PIANO.
003220         EXIT.
003230*
003240 SCRIVI-RATA.
003250         COMPUTE PIANO-MESI =
003260             PIANO-PRIMA-ANNO * 12 + PIANO-PRIMA-MESE - 1
003270             + PIANO-IX - 1.
003280         DIVIDE PIANO-MESI BY 12
003290             GIVING PIANO-SCAD-ANNO
003300             REMAINDER PIANO-SCAD-MESE.
003310         ADD 1 TO PIANO-SCAD-MESE.
003320         MOVE PIANO-GIORNO TO PIANO-SCAD-GIORNO.
003330         IF PIANO-IX = 1
003340             MOVE PIANO-PRIMA-SCADENZA TO PIANO-SCADENZA-RATA
003350         END-IF.

003360         INITIALIZE PRARATE-RECORD.
003370         MOVE PIANO-COMUNE-CODE    TO PRARATE-COMUNE-CODE.
003380         MOVE PIANO-PRATICA-ID     TO PRARATE-PRATICA-ID.
003390         MOVE PIANO-IX             TO PRARATE-NUMERO.
003400         MOVE PIANO-SCADENZA-RATA  TO PRARATE-SCADENZA.
003410         IF PIANO-IX = PIANO-NUM-RATE
003420             COMPUTE PRARATE-IMPORTO = PIANO-RESIDUO
003430                 - PIANO-QUOTA * (PIANO-NUM-RATE - 1)
003440         ELSE
003450             MOVE PIANO-QUOTA TO PRARATE-IMPORTO
003460         END-IF.
003470         WRITE PRARATE-RECORD
003480             INVALID KEY
003490                 CONTINUE
003500         END-WRITE.
003510         IF STATUS-PRARATE NOT = "00"
003520             SET COBW3-STATUS-CODE-500 TO TRUE
003530         END-IF.
003540 EX-SCRIVI-RATA.
003550         EXIT.
003560*
003570* SOMMA-INCASSATO leaves in PIANO-RESIDUO what the pratica still
003580* owes, its IMPORTO-DOVUTO less every PRAPAY row, the way
003590* 9400-COMPUTE-SALDO does for the print.
003600*
003610 SOMMA-INCASSATO.
003620         MOVE PRAVIEW-IMPORTO-DOVUTO TO PIANO-RESIDUO.
003630         OPEN INPUT PRAPAY.
003640         IF STATUS-PRAPAY NOT = "00"
003650             GO TO EX-SOMMA-INCASSATO
003660         END-IF.
003670         SET PIANO-NOT-EOF TO TRUE.
003680         MOVE LOW-VALUES        TO PRAPAY-KEY.
003690         MOVE PIANO-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
003700         MOVE PIANO-PRATICA-ID  TO PRAPAY-PRATICA-ID.
003710         START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
003720             INVALID KEY
003730                 SET PIANO-EOF TO TRUE
003740         END-START.
003750         PERFORM SOMMA-PAGAMENTO THRU EX-SOMMA-PAGAMENTO
003760             UNTIL PIANO-EOF.
003770         CLOSE PRAPAY.
003780 EX-SOMMA-INCASSATO.
003790         EXIT.
003800*
003810 SOMMA-PAGAMENTO.
003820         READ PRAPAY NEXT RECORD
003830             AT END
003840                 SET PIANO-EOF TO TRUE
003850                 GO TO EX-SOMMA-PAGAMENTO
003860         END-READ.
003870         IF PRAPAY-COMUNE-CODE NOT = PIANO-COMUNE-CODE
003880             OR PRAPAY-PRATICA-ID NOT = PIANO-PRATICA-ID
003890             SET PIANO-EOF TO TRUE
003900             GO TO EX-SOMMA-PAGAMENTO
003910         END-IF.
003920         SUBTRACT PRAPAY-IMPORTO FROM PIANO-RESIDUO.
003930 EX-SOMMA-PAGAMENTO.
003940         EXIT.
003950*
003960* LISTA-PIANO asks OPENPS05 for the plan as of today and emits
003970* the polizza, one line per rata - amount, due date, what is
003980* covered, when it was saldata and the interest run up - and
003990* whether the pratica is in regola with the rate already due.
004000*
004010 LISTA-PIANO.
004020         MOVE PIANO-COMUNE-CODE TO RATE-COMUNE-CODE.
004030         MOVE PIANO-PRATICA-ID  TO RATE-PRATICA-ID.
004040         MOVE PIANO-TODAY-DATE  TO RATE-DATA-RIFERIMENTO.
004050         CALL "OPENPS05" USING RATECALC-AREA.
004060         IF RATE-SENZA-PIANO
004070             MOVE "<tr><td>NESSUN PIANO DI RATE</td></tr>"
004080                 TO PIANO-HTML
004090             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004100             GO TO EX-LISTA-PIANO
004110         END-IF.

004120         IF RATE-POLIZZA-RIF NOT = SPACES
004130             MOVE SPACES TO PIANO-HTML
004140             STRING "<tr><td>POLIZZA</td><td>" DELIMITED BY SIZE
004150                 RATE-POLIZZA-RIF           DELIMITED BY "  "
004160                 "</td><td>SCADENZA "       DELIMITED BY SIZE
004170                 RATE-POLIZZA-SCAD          DELIMITED BY SIZE
004180                 "</td></tr>"               DELIMITED BY SIZE
004190                 INTO PIANO-HTML
004200             END-STRING
004210             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004220         END-IF.

004230         PERFORM LISTA-RATA THRU EX-LISTA-RATA
004240             VARYING PIANO-IX FROM 1 BY 1
004250             UNTIL PIANO-IX > RATE-NUM-RATE.

004260         MOVE RATE-SCOPERTO-SCADUTO TO PIANO-IMPORTO-ED.
004270         MOVE RATE-TOTALE-INTERESSI TO PIANO-INTERESSI-ED.
004280         MOVE SPACES TO PIANO-HTML.
004290         IF RATE-IN-REGOLA
004300             MOVE "<tr><td>IN REGOLA</td></tr>" TO PIANO-HTML
004310         ELSE
004320             STRING "<tr><td>RATE SCADUTE NON PAGATE</td><td>"
004330                     DELIMITED BY SIZE
004340                 PIANO-IMPORTO-ED       DELIMITED BY SIZE
004350                 "</td><td>INTERESSI "  DELIMITED BY SIZE
004360                 PIANO-INTERESSI-ED     DELIMITED BY SIZE
004370                 "</td></tr>"           DELIMITED BY SIZE
004380                 INTO PIANO-HTML
004390             END-STRING
004400         END-IF.
004410         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004420 EX-LISTA-PIANO.
004430         EXIT.
004440*
004450 LISTA-RATA.
004460         MOVE PIANO-IX                  TO PIANO-NUMERO-ED.
004470         MOVE RATE-IMPORTO(PIANO-IX)    TO PIANO-IMPORTO-ED.
004480         MOVE RATE-PAGATO(PIANO-IX)     TO PIANO-PAGATO-ED.
004490         MOVE RATE-INTERESSI(PIANO-IX)  TO PIANO-INTERESSI-ED.
004500         MOVE SPACES TO PIANO-HTML.
004510         STRING "<tr><td>RATA "         DELIMITED BY SIZE
004520             PIANO-NUMERO-ED            DELIMITED BY SIZE
004530             "</td><td>SCADENZA "       DELIMITED BY SIZE
004540             RATE-SCADENZA(PIANO-IX)    DELIMITED BY SIZE
004550             "</td><td>"                DELIMITED BY SIZE
004560             PIANO-IMPORTO-ED           DELIMITED BY SIZE
004570             "</td><td>PAGATO "         DELIMITED BY SIZE
004580             PIANO-PAGATO-ED            DELIMITED BY SIZE
004590             "</td><td>SALDATA "        DELIMITED BY SIZE
004600             RATE-DATA-SALDO(PIANO-IX)  DELIMITED BY SIZE
004610             "</td><td>INTERESSI "      DELIMITED BY SIZE
004620             PIANO-INTERESSI-ED         DELIMITED BY SIZE
004630             "</td></tr>"               DELIMITED BY SIZE
004640             INTO PIANO-HTML
004650         END-STRING.
004660         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004670 EX-LISTA-RATA.
004680         EXIT.
004690*
004700 EMETTI-AVVISO.
004710         MOVE "<tr><td>INDICARE PRATICA_ID</td></tr>"
004720             TO PIANO-HTML.
004730         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004740 EX-EMETTI-AVVISO.
004750         EXIT.
004760*
004770* EMETTI-HTML sends PIANO-HTML to the browser, trimmed of its
004780* trailing padding, the way OPENPA03's twin does.
004790*
004800 EMETTI-HTML.
004810         MOVE 512 TO PIANO-HTML-LEN.
004820         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
004830             UNTIL PIANO-HTML-LEN = 1
004840                OR PIANO-HTML(PIANO-HTML-LEN:1) NOT = SPACE.
004850         MOVE SPACES TO COBW3-PUT-STRING.
004860         MOVE PIANO-HTML TO COBW3-PUT-STRING.
004870         MOVE PIANO-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
004880         CALL "COBW3SR" USING COBW3.
004890 EX-EMETTI-HTML.
004900         EXIT.
004910*
004920 EMETTI-HTML-TRIM.
004930         SUBTRACT 1 FROM PIANO-HTML-LEN.
004940 EX-EMETTI-HTML-TRIM.
004950         EXIT.
004960*
004970 FINE-PIANO.
004980         MOVE "</table></body></html>" TO PIANO-HTML.
004990         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
005000 EX-FINE-PIANO.
005010         EXIT.
005020*
005030* ANNULLA-RATA takes back a plan whose rate could not all be
005040* written, testata included, so a half plan never stands and
005050* the concession can simply be asked again.
005060*
005070 ANNULLA-RATA.
005080         MOVE PIANO-COMUNE-CODE TO PRARATE-COMUNE-CODE.
005090         MOVE PIANO-PRATICA-ID  TO PRARATE-PRATICA-ID.
005100         MOVE PIANO-IX          TO PRARATE-NUMERO.
005110         DELETE PRARATE
005120             INVALID KEY
005130                 CONTINUE
005140         END-DELETE.
005150 EX-ANNULLA-RATA.
005160         EXIT.
