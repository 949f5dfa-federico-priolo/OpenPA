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
000190** flusso batch giornaliero dei tempi di risposta: versa PERFLOG,
000200** il registro dei tempi che OPENPA02 scrive a ogni richiesta, nella
000210** generazione datata PERFGEN.aaaammgg (catalogata in LOGGENCAT e
000220** ripulita da OPENPJ07 oltre la ritenzione), azzera il log vivo, e
000230** stampa attraverso i paragrafi 9100/9110/9150 il rapporto per
000240** comune e per TIPO: richieste, mediana e 95-esimo percentile del
000250** tempo di risposta, tempi medi nel sotto-programma, nelle attese
000260** su file bloccati e nella stampa, tentativi di lock e richieste
000270** piu' lente. Le cifre per TIPO di tutti i comuni sono conservate in
000280** PERFSTAT e confrontate con la settimana prima: un 95-esimo
000290** percentile peggiorato oltre PERF-SOGLIA-PCT e' segnalato.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENPJ38.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350         COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.

000380         COPY "SELPERF.CBL".
000390         COPY "SELPERFG.CBL".
000400         COPY "SELPERFW.CBL".
000410         COPY "SELPERFS.CBL".
000420         COPY "SELGENCAT.CBL".
000430         COPY "SELCONFIG.CBL".
000440         COPY "SELSTAMPA.CBL".

000450         COPY "SELRUNLG.CBL".

000460 DATA             DIVISION.
000470 FILE SECTION.

000480         COPY "FDEPERF.CBL".
000490         COPY "FDEPERFG.CBL".
000500         COPY "FDEPERFW.CBL".
000510         COPY "FDEPERFS.CBL".
000520         COPY "FDEGENCAT.CBL".
000530         COPY "FDECONFIG.CBL".
000540         COPY "FDESTAMPA.CBL".

000550         COPY "FDERUNLG.CBL".

000560 WORKING-STORAGE  SECTION.

000570         COPY "GLOBALS.CBL".
000580         COPY "FILEHWS.CBL".
000590         COPY "RUNLGWS.CBL".
000600*
000610 77  PERFGEN-PATH                  PIC X(64).
000620 77  OPJ-EOF-SW                    PIC X(01).
000630     88  OPJ-EOF                       VALUE "S".
000640     88  OPJ-NOT-EOF                   VALUE "N".
000650 77  OPJ-TODAY-DATE                PIC 9(08).
000660 77  OPJ-TODAY-INT                 PIC 9(08) COMP-5.
000670 77  OPJ-WORK-INT                  PIC 9(08) COMP-5.
000680 77  OPJ-SETTIMANA-DATE            PIC 9(08).
000690 77  OPJ-LIMITE-DATE               PIC 9(08).
000700 77  OPJ-GEN-ROWS                  PIC 9(09) COMP-5 VALUE 0.
000710 77  OPJ-SCARTATE                  PIC 9(09) COMP-5 VALUE 0.
000720 77  OPJ-FUORI-TABELLA             PIC 9(09) COMP-5 VALUE 0.
000730 77  OPJ-ALLARMI                   PIC 9(05) COMP-5 VALUE 0.
000740 77  OPJ-PROGRESSIVO               PIC 9(09) COMP-5 VALUE 0.
000750 77  OPJ-SOGLIA-PCT                PIC 9(05) COMP-5.
000760 77  OPJ-MIN-CAMPIONE              PIC 9(09) COMP-5.
000770 77  OPJ-CHIAVE-COMUNE             PIC X(06).
000780 77  OPJ-CHIAVE-TIPO               PIC X(06).
000790*
000800* Per-group tallies of the lines rolled: one group per comune and
000810* TIPO, plus one per TIPO under the comune "*" for all the comuni
000820* together. Lines with no comune or no TIPO land under "------".
000830* The table carries one spare slot past PGR-MAX, as the OPENPJ07
000840* tables do, so the search loop's test stays inside the OCCURS when
000850* the table is full; lines of a group that finds no room are counted
000860* in OPJ-FUORI-TABELLA and left out of the report.
000870*
000880 01  PGR-TABLE.
000890     05  PGR-ENTRY OCCURS 501 TIMES
000900                   INDEXED BY PGR-X.
000910         10  PGR-COMUNE-CODE       PIC X(06).
000920         10  PGR-TIPO-PRATICA      PIC X(06).
000930         10  PGR-RICHIESTE         PIC 9(09) COMP-5.
000940         10  PGR-RETRY             PIC 9(09) COMP-5.
000950         10  PGR-CALLWEB-SUM       PIC 9(12) COMP-5.
000960         10  PGR-BACKOFF-SUM       PIC 9(12) COMP-5.
000970         10  PGR-STAMPA-SUM        PIC 9(12) COMP-5.
000980 77  PGR-COUNT                     PIC 9(03) COMP-5 VALUE 0.
000990 77  PGR-MAX                       PIC 9(03) COMP-5 VALUE 500.
001000*
001010* Walk of PERFWORK, one group at a time in ascending time order:
001020* the median and the 95th percentile are the times found at ranks
001030* PGW-RANGO-MEDIANA and PGW-RANGO-P95 (nearest rank), and the last
001040* PGW-LENTE-MAX lines of the group are its slowest requests.
001050*
001060 77  PGW-EOF-SW                    PIC X(01).
001070     88  PGW-EOF                       VALUE "S".
001080     88  PGW-NOT-EOF                   VALUE "N".
001090 77  PGW-GRUPPO-SW                 PIC X(01).
001100     88  PGW-IN-GRUPPO                 VALUE "S".
001110     88  PGW-FUORI-GRUPPO              VALUE "N".
001120 77  PGW-COMUNE-CODE               PIC X(06).
001130 77  PGW-TIPO-PRATICA              PIC X(06).
001140 77  PGW-RANGO                     PIC 9(09) COMP-5.
001150 77  PGW-RANGO-MEDIANA             PIC 9(09) COMP-5.
001160 77  PGW-RANGO-P95                 PIC 9(09) COMP-5.
001170 77  PGW-PRIMA-LENTA               PIC 9(09) COMP-5.
001180 77  PGW-MEDIANA-CS                PIC 9(07) COMP-5.
001190 77  PGW-P95-CS                    PIC 9(07) COMP-5.
001200 77  PGW-MEDIA-CS                  PIC 9(07) COMP-5.
001210 77  PGW-PREC-TROVATA-SW           PIC X(01).
001220     88  PGW-PREC-TROVATA              VALUE "S".
001230     88  PGW-PREC-MANCANTE             VALUE "N".
001240 77  PGW-PREC-RICHIESTE            PIC 9(09) COMP-5.
001250 77  PGW-PREC-P95-CS               PIC 9(07) COMP-5.
001260 77  PGW-PREC-DATE                 PIC 9(08).
001270 77  PGW-LIMITE-CS                 PIC 9(09) COMP-5.
001280 77  PGW-PEGGIORA-PCT              PIC 9(07) COMP-5.
001290 01  PGW-LENTE-TABLE.
001300     05  PGW-LENTA-ENTRY OCCURS 5 TIMES.
001310         10  PGW-L-DATE            PIC 9(08).
001320         10  PGW-L-TIME            PIC 9(08).
001330         10  PGW-L-COMUNE-CODE     PIC X(06).
001340         10  PGW-L-PRATICA-ID      PIC X(10).
001350         10  PGW-L-STATUS-CODE     PIC X(03).
001360         10  PGW-L-TOTALE-CS       PIC 9(07).
001370         10  PGW-L-CALLWEB-CS      PIC 9(07).
001380         10  PGW-L-BACKOFF-CS      PIC 9(07).
001390         10  PGW-L-RETRY           PIC 9(03).
001400 77  PGW-LENTE-MAX                 PIC 9(01) COMP-5 VALUE 5.
001410 77  PGW-LENTE-COUNT               PIC 9(01) COMP-5.
001420 77  PGW-LX                        PIC 9(01) COMP-5.
001430*
001440* FIND-CONFIG-VALUE working fields, as in OPENPJ06.
001450*
001460 77  CFG-LOOKUP-NAME               PIC X(20).
001470 77  CFG-FOUND-SW                  PIC X(01).
001480     88  CFG-FOUND                     VALUE "S".
001490     88  CFG-NOT-FOUND                 VALUE "N".
001500 77  CFG-NUM-WORK                  PIC 9(18).
001510*
001520* Print-output working fields for the COPYed 9100/9110/9150
001530* pagination paragraphs. Times print in seconds, two decimals.
001540*
001550 77  STAMPA-SPOOL-PATH             PIC X(64).
001560 77  STAMPA-TODAY-DATE             PIC 9(08).
001570 77  STAMPA-LINE                   PIC X(132).
001580 77  STAMPA-TITOLO                 PIC X(24)
001590     VALUE "TEMPI DI RISPOSTA".
001600 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
001610 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
001620 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
001630 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
001640 77  PRF-COMUNE-DISPLAY            PIC X(06).
001650 77  PRF-NUM-DISPLAY               PIC Z(8)9.
001660 77  PRF-NUM-DISPLAY2              PIC Z(8)9.
001670 77  PRF-PCT-DISPLAY               PIC Z(6)9.
001680 77  PRF-SEC-DISPLAY               PIC Z(4)9,99.
001690 77  PRF-SEC-DISPLAY2              PIC Z(4)9,99.
001700 77  PRF-SEC-DISPLAY3              PIC Z(4)9,99.
001710*
001720 PROCEDURE  DIVISION.
001730*
001740         PERFORM INIZIO-BATCH     THRU EX-INIZIO-BATCH.
001750         PERFORM ROLL-PERFLOG     THRU EX-ROLL-PERFLOG.
001760         PERFORM STAMPA-RAPPORTO  THRU EX-STAMPA-RAPPORTO.
001770         PERFORM FINE-BATCH       THRU EX-FINE-BATCH.

001780         GOBACK.
001790*
001800* INIZIO-BATCH reads the alert settings: PERF-SOGLIA-PCT, how many
001810* percent the 95th percentile of a TIPO may grow over the week
001820* before (default 20), and PERF-MIN-CAMPIONE, the fewest requests
001830* either week must count for the comparison to mean anything
001840* (default 20).
001850*
001860 INIZIO-BATCH.
001870         MOVE "OPENPJ38" TO FILEH-PROGRAMMA.
001880         PERFORM SEGNA-INIZIO-CORSA
001890             THRU EX-SEGNA-INIZIO-CORSA.
001900         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001910         COMPUTE OPJ-TODAY-INT =
001920             FUNCTION INTEGER-OF-DATE(OPJ-TODAY-DATE).
001930         COMPUTE OPJ-WORK-INT = OPJ-TODAY-INT - 7.
001940         COMPUTE OPJ-SETTIMANA-DATE =
001950             FUNCTION DATE-OF-INTEGER(OPJ-WORK-INT).
001960         COMPUTE OPJ-WORK-INT = OPJ-TODAY-INT - 14.
001970         COMPUTE OPJ-LIMITE-DATE =
001980             FUNCTION DATE-OF-INTEGER(OPJ-WORK-INT).
001990         INITIALIZE PGR-TABLE.

002000         MOVE 20 TO OPJ-SOGLIA-PCT.
002010         MOVE 20 TO OPJ-MIN-CAMPIONE.
002020         OPEN INPUT CONFIGTAB.
002030         IF STATUS-CONFIGTAB = "00"
002040             MOVE "PERF-SOGLIA-PCT" TO CFG-LOOKUP-NAME
002050             PERFORM FIND-CONFIG-VALUE
002060                 THRU EX-FIND-CONFIG-VALUE
002070             IF CFG-FOUND
002080                 MOVE CONFIGTAB-VALUE(1:5) TO CFG-NUM-WORK
002090                 MOVE CFG-NUM-WORK         TO OPJ-SOGLIA-PCT
002100             END-IF
002110             MOVE "PERF-MIN-CAMPIONE" TO CFG-LOOKUP-NAME
002120             PERFORM FIND-CONFIG-VALUE
002130                 THRU EX-FIND-CONFIG-VALUE
002140             IF CFG-FOUND
002150                 MOVE CONFIGTAB-VALUE(1:5) TO CFG-NUM-WORK
002160                 MOVE CFG-NUM-WORK         TO OPJ-MIN-CAMPIONE
002170             END-IF
002180             CLOSE CONFIGTAB
002190         END-IF.
002200 EX-INIZIO-BATCH.
002210         EXIT.
002220*
002230* ROLL-PERFLOG copies the live response-time log into today's dated
002240* generation and, on the way past, files every line in PERFWORK and
002250* tallies it into its groups; then it truncates the live log so
002260* tomorrow starts clean. PERFWORK is emptied first, so the walk that
002270* follows sees tonight's lines only.
002280*
002290 ROLL-PERFLOG.
002300         OPEN OUTPUT PERFWORK.
002310         MOVE "PERFWORK"      TO FILEH-NAME.
002320         MOVE STATUS-PERFWORK TO FILEH-STATUS.
002330         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

002340         OPEN INPUT PERFLOG.
002350         IF STATUS-PERFLOG NOT = "00"
002360             CLOSE PERFWORK
002370             GO TO EX-ROLL-PERFLOG
002380         END-IF.

002390         MOVE SPACES TO PERFGEN-PATH.
002400         STRING "PERFGEN." DELIMITED BY SIZE
002410             OPJ-TODAY-DATE DELIMITED BY SIZE
002420             INTO PERFGEN-PATH
002430         END-STRING.
002440* EXTEND, not OUTPUT: a second run on the same day appends to the
002450* day's member instead of truncating what the first run rolled.
002460         OPEN EXTEND PERFGEN.
002470         MOVE "PERFGEN"      TO FILEH-NAME.
002480         MOVE STATUS-PERFGEN TO FILEH-STATUS.
002490         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002500         SET OPJ-NOT-EOF TO TRUE.
002510         PERFORM ROLL-PERF-ROW THRU EX-ROLL-PERF-ROW
002520             UNTIL OPJ-EOF.
002530         CLOSE PERFGEN.
002540         CLOSE PERFLOG.
002550         CLOSE PERFWORK.

002560         OPEN OUTPUT PERFLOG.
002570         CLOSE PERFLOG.

002580         MOVE "PERFLOG" TO GENCAT-FILE-TYPE.
002590         MOVE PERFGEN-PATH TO GENCAT-PATH.
002600         PERFORM SCRIVI-GENCAT THRU EX-SCRIVI-GENCAT.
002610 EX-ROLL-PERFLOG.
002620         EXIT.
002630*
002640 ROLL-PERF-ROW.
002650         READ PERFLOG
002660             AT END
002670                 SET OPJ-EOF TO TRUE
002680                 GO TO EX-ROLL-PERF-ROW
002690         END-READ.
002700         MOVE PERFLOG-RECORD TO PERFGEN-RECORD.
002710         WRITE PERFGEN-RECORD.
002720         ADD 1 TO OPJ-GEN-ROWS.
002730         PERFORM TALLY-PERF-ROW THRU EX-TALLY-PERF-ROW.
002740 EX-ROLL-PERF-ROW.
002750         EXIT.
002760*
002770* TALLY-PERF-ROW files one line twice, under its comune and under
002780* "*". A line whose times are not numbers - cut short by a full
002790* disk, say - is rolled but not counted.
002800*
002810 TALLY-PERF-ROW.
002820         IF PERF-TOTALE-CS NOT NUMERIC
002830             OR PERF-CALLWEB-CS NOT NUMERIC
002840             OR PERF-BACKOFF-CS NOT NUMERIC
002850             OR PERF-STAMPA-CS NOT NUMERIC
002860             OR PERF-RETRY NOT NUMERIC
002870             ADD 1 TO OPJ-SCARTATE
002880             GO TO EX-TALLY-PERF-ROW
002890         END-IF.
002900         IF PERF-COMUNE-CODE = SPACES
002910             OR PERF-COMUNE-CODE = LOW-VALUES
002920             MOVE "------" TO PERF-COMUNE-CODE
002930         END-IF.
002940         IF PERF-TIPO-PRATICA = SPACES
002950             OR PERF-TIPO-PRATICA = LOW-VALUES
002960             MOVE "------" TO PERF-TIPO-PRATICA
002970         END-IF.

002980         MOVE PERF-COMUNE-CODE  TO OPJ-CHIAVE-COMUNE.
002990         MOVE PERF-TIPO-PRATICA TO OPJ-CHIAVE-TIPO.
003000         PERFORM TALLY-GRUPPO THRU EX-TALLY-GRUPPO.
003010         MOVE "*"               TO OPJ-CHIAVE-COMUNE.
003020         PERFORM TALLY-GRUPPO THRU EX-TALLY-GRUPPO.
003030 EX-TALLY-PERF-ROW.
003040         EXIT.
003050*
003060 TALLY-GRUPPO.
003070         SET PGR-X TO 1.
003080         PERFORM CERCA-GRUPPO THRU EX-CERCA-GRUPPO
003090             UNTIL PGR-X > PGR-COUNT
003100                OR (PGR-COMUNE-CODE(PGR-X) = OPJ-CHIAVE-COMUNE
003110                    AND PGR-TIPO-PRATICA(PGR-X)
003120                        = OPJ-CHIAVE-TIPO).
003130         IF PGR-X > PGR-COUNT
003140             IF PGR-COUNT NOT LESS THAN PGR-MAX
003150                 ADD 1 TO OPJ-FUORI-TABELLA
003160                 GO TO EX-TALLY-GRUPPO
003170             END-IF
003180             ADD 1 TO PGR-COUNT
003190             SET PGR-X TO PGR-COUNT
003200             MOVE OPJ-CHIAVE-COMUNE TO PGR-COMUNE-CODE(PGR-X)
003210             MOVE OPJ-CHIAVE-TIPO   TO PGR-TIPO-PRATICA(PGR-X)
003220         END-IF.

003230         ADD 1               TO PGR-RICHIESTE(PGR-X).
003240         ADD PERF-RETRY      TO PGR-RETRY(PGR-X).
003250         ADD PERF-CALLWEB-CS TO PGR-CALLWEB-SUM(PGR-X).
003260         ADD PERF-BACKOFF-CS TO PGR-BACKOFF-SUM(PGR-X).
003270         ADD PERF-STAMPA-CS  TO PGR-STAMPA-SUM(PGR-X).

003280         ADD 1 TO OPJ-PROGRESSIVO.
003290         MOVE OPJ-CHIAVE-COMUNE TO PERFW-COMUNE-CODE.
003300         MOVE OPJ-CHIAVE-TIPO   TO PERFW-TIPO-PRATICA.
003310         MOVE PERF-TOTALE-CS    TO PERFW-TOTALE-CS.
003320         MOVE OPJ-PROGRESSIVO   TO PERFW-PROGRESSIVO.
003330         MOVE PERFLOG-RECORD    TO PERFW-RIGA.
003340         WRITE PERFWORK-RECORD
003350             INVALID KEY
003360                 ADD 1 TO OPJ-SCARTATE
003370         END-WRITE.
003380 EX-TALLY-GRUPPO.
003390         EXIT.
003400*
003410 CERCA-GRUPPO.
003420         SET PGR-X UP BY 1.
003430 EX-CERCA-GRUPPO.
003440         EXIT.
003450*
003460* SCRIVI-GENCAT catalogs the generation just written; re-running
003470* the roll on the same day simply refreshes the day's row.
003480*
003490 SCRIVI-GENCAT.
003500         OPEN I-O LOGGENCAT.
003510         MOVE OPJ-TODAY-DATE TO GENCAT-DATE.
003520         READ LOGGENCAT
003530             INVALID KEY
003540                 MOVE OPJ-GEN-ROWS TO GENCAT-ROW-COUNT
003550                 WRITE LOGGENCAT-RECORD
003560             NOT INVALID KEY
003570                 ADD OPJ-GEN-ROWS TO GENCAT-ROW-COUNT
003580                 REWRITE LOGGENCAT-RECORD
003590         END-READ.
003600         CLOSE LOGGENCAT.
003610 EX-SCRIVI-GENCAT.
003620         EXIT.
003630*
003640* STAMPA-RAPPORTO walks PERFWORK in key order and prints a group as
003650* soon as its last line has gone past. The "*" groups sort ahead of
003660* every comune code, so the report opens with the figures per TIPO
003670* for all the comuni, each checked against the week before, and
003680* goes on comune by comune.
003690*
003700 STAMPA-RAPPORTO.
003710         MOVE SPACES TO STAMPA-SPOOL-PATH.
003720         STRING "PERFREP."   DELIMITED BY SIZE
003730             OPJ-TODAY-DATE  DELIMITED BY SIZE
003740             INTO STAMPA-SPOOL-PATH
003750         END-STRING.
003760         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
003770         OPEN I-O PERFSTAT.
003780         IF STATUS-PERFSTAT = "35"
003790             OPEN OUTPUT PERFSTAT
003800             CLOSE PERFSTAT
003810             OPEN I-O PERFSTAT
003820         END-IF.
003830         MOVE "PERFSTAT"      TO FILEH-NAME.
003840         MOVE STATUS-PERFSTAT TO FILEH-STATUS.
003850         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003860         OPEN INPUT PERFWORK.
003870         MOVE "PERFWORK"      TO FILEH-NAME.
003880         MOVE STATUS-PERFWORK TO FILEH-STATUS.
003890         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

003900         SET PGW-NOT-EOF TO TRUE.
003910         SET PGW-FUORI-GRUPPO TO TRUE.
003920         MOVE LOW-VALUES TO PERFW-KEY.
003930         START PERFWORK KEY IS NOT LESS THAN PERFW-KEY
003940             INVALID KEY
003950                 SET PGW-EOF TO TRUE
003960         END-START.
003970         PERFORM STAMPA-PERF-RIGA THRU EX-STAMPA-PERF-RIGA
003980             UNTIL PGW-EOF.

003990         CLOSE PERFWORK.
004000         CLOSE PERFSTAT.

004010         IF PGR-COUNT = 0
004020             MOVE "NESSUNA RICHIESTA REGISTRATA" TO STAMPA-LINE
004030             PERFORM 9150-WRITE-STAMPA-LINE
004040                 THRU EX-9150-WRITE-STAMPA-LINE
004050         END-IF.
004060         IF OPJ-FUORI-TABELLA > 0
004070             MOVE OPJ-FUORI-TABELLA TO PRF-NUM-DISPLAY
004080             MOVE SPACES TO STAMPA-LINE
004090             STRING "RIGHE NON RIPORTATE (TROPPI GRUPPI) "
004100                                          DELIMITED BY SIZE
004110                 PRF-NUM-DISPLAY          DELIMITED BY SIZE
004120                 INTO STAMPA-LINE
004130             END-STRING
004140             PERFORM 9150-WRITE-STAMPA-LINE
004150                 THRU EX-9150-WRITE-STAMPA-LINE
004160         END-IF.

004170         CLOSE PRASTAMPA.
004180 EX-STAMPA-RAPPORTO.
004190         EXIT.
004200*
004210* STAMPA-PERF-RIGA takes the next line of the walk. A change of
004220* comune or TIPO, or the end of the file, prints the group just
004230* finished; the first line of a group looks it up for its count and
004240* works out the ranks; the lines at the median rank, at the
004250* 95th-percentile rank and among the last PGW-LENTE-MAX are noted.
004260*
004270 STAMPA-PERF-RIGA.
004280         READ PERFWORK NEXT RECORD
004290             AT END
004300                 SET PGW-EOF TO TRUE
004310                 IF PGW-IN-GRUPPO
004320                     PERFORM CHIUDI-GRUPPO THRU EX-CHIUDI-GRUPPO
004330                 END-IF
004340                 GO TO EX-STAMPA-PERF-RIGA
004350         END-READ.

004360         IF PGW-IN-GRUPPO
004370             AND (PERFW-COMUNE-CODE NOT = PGW-COMUNE-CODE
004380                  OR PERFW-TIPO-PRATICA NOT = PGW-TIPO-PRATICA)
004390             PERFORM CHIUDI-GRUPPO THRU EX-CHIUDI-GRUPPO
004400             SET PGW-FUORI-GRUPPO TO TRUE
004410         END-IF.
004420         IF PGW-FUORI-GRUPPO
004430             PERFORM APRI-GRUPPO THRU EX-APRI-GRUPPO
004440         END-IF.

004450         ADD 1 TO PGW-RANGO.
004460         IF PGW-RANGO = PGW-RANGO-MEDIANA
004470             MOVE PERFW-TOTALE-CS TO PGW-MEDIANA-CS
004480         END-IF.
004490         IF PGW-RANGO = PGW-RANGO-P95
004500             MOVE PERFW-TOTALE-CS TO PGW-P95-CS
004510         END-IF.
004520         IF PGW-RANGO > PGW-PRIMA-LENTA
004530             AND PGW-LENTE-COUNT < PGW-LENTE-MAX
004540             ADD 1 TO PGW-LENTE-COUNT
004550             MOVE PGW-LENTE-COUNT TO PGW-LX
004560             MOVE PERFW-R-DATE        TO PGW-L-DATE(PGW-LX)
004570             MOVE PERFW-R-TIME        TO PGW-L-TIME(PGW-LX)
004580             MOVE PERFW-R-COMUNE-CODE TO PGW-L-COMUNE-CODE(PGW-LX)
004590             MOVE PERFW-R-PRATICA-ID  TO PGW-L-PRATICA-ID(PGW-LX)
004600             MOVE PERFW-R-STATUS-CODE TO PGW-L-STATUS-CODE(PGW-LX)
004610             MOVE PERFW-R-TOTALE-CS   TO PGW-L-TOTALE-CS(PGW-LX)
004620             MOVE PERFW-R-CALLWEB-CS  TO PGW-L-CALLWEB-CS(PGW-LX)
004630             MOVE PERFW-R-BACKOFF-CS  TO PGW-L-BACKOFF-CS(PGW-LX)
004640             MOVE PERFW-R-RETRY       TO PGW-L-RETRY(PGW-LX)
004650         END-IF.
004660 EX-STAMPA-PERF-RIGA.
004670         EXIT.
004680*
004690* APRI-GRUPPO: nearest-rank percentiles, the median at rank n/2 and
004700* the 95th percentile at rank 95n/100, both rounded up.
004710*
004720 APRI-GRUPPO.
004730         MOVE PERFW-COMUNE-CODE  TO PGW-COMUNE-CODE.
004740         MOVE PERFW-TIPO-PRATICA TO PGW-TIPO-PRATICA.
004750         SET PGR-X TO 1.
004760         PERFORM CERCA-GRUPPO THRU EX-CERCA-GRUPPO
004770             UNTIL PGR-X > PGR-COUNT
004780                OR (PGR-COMUNE-CODE(PGR-X) = PGW-COMUNE-CODE
004790                    AND PGR-TIPO-PRATICA(PGR-X)
004800                        = PGW-TIPO-PRATICA).

004810         SET PGW-IN-GRUPPO TO TRUE.
004820         MOVE 0 TO PGW-RANGO.
004830         MOVE 0 TO PGW-MEDIANA-CS.
004840         MOVE 0 TO PGW-P95-CS.
004850         MOVE 0 TO PGW-LENTE-COUNT.
004860         COMPUTE PGW-RANGO-MEDIANA =
004870             (PGR-RICHIESTE(PGR-X) + 1) / 2.
004880         COMPUTE PGW-RANGO-P95 =
004890             (PGR-RICHIESTE(PGR-X) * 95 + 99) / 100.
004900         IF PGR-RICHIESTE(PGR-X) > PGW-LENTE-MAX
004910             COMPUTE PGW-PRIMA-LENTA =
004920                 PGR-RICHIESTE(PGR-X) - PGW-LENTE-MAX
004930         ELSE
004940             MOVE 0 TO PGW-PRIMA-LENTA
004950         END-IF.
004960 EX-APRI-GRUPPO.
004970         EXIT.
004980*
004990* CHIUDI-GRUPPO prints the group: the counts and percentiles, the
005000* average time in the sub-program, in lock waits and in the print
005010* of the summary, and the slowest requests, slowest first. For the
005020* "*" groups it also checks the week before and records tonight's
005030* figures in PERFSTAT.
005040*
005050 CHIUDI-GRUPPO.
005060         IF PGW-COMUNE-CODE = "*"
005070             MOVE "TUTTI"         TO PRF-COMUNE-DISPLAY
005080         ELSE
005090             MOVE PGW-COMUNE-CODE TO PRF-COMUNE-DISPLAY
005100         END-IF.
005110         MOVE PGR-RICHIESTE(PGR-X) TO PRF-NUM-DISPLAY.
005120         MOVE PGR-RETRY(PGR-X)     TO PRF-NUM-DISPLAY2.
005130         COMPUTE PRF-SEC-DISPLAY  = PGW-MEDIANA-CS / 100.
005140         COMPUTE PRF-SEC-DISPLAY2 = PGW-P95-CS / 100.
005150         MOVE SPACES TO STAMPA-LINE.
005160         STRING "COMUNE "                 DELIMITED BY SIZE
005170             PRF-COMUNE-DISPLAY           DELIMITED BY SIZE
005180             " TIPO "                     DELIMITED BY SIZE
005190             PGW-TIPO-PRATICA             DELIMITED BY SIZE
005200             " RICH "                     DELIMITED BY SIZE
005210             PRF-NUM-DISPLAY              DELIMITED BY SIZE
005220             " MEDIANA "                  DELIMITED BY SIZE
005230             PRF-SEC-DISPLAY              DELIMITED BY SIZE
005240             " P95 "                      DELIMITED BY SIZE
005250             PRF-SEC-DISPLAY2             DELIMITED BY SIZE
005260             " RETRY LOCK "               DELIMITED BY SIZE
005270             PRF-NUM-DISPLAY2             DELIMITED BY SIZE
005280             INTO STAMPA-LINE
005290         END-STRING.
005300         PERFORM 9150-WRITE-STAMPA-LINE
005310             THRU EX-9150-WRITE-STAMPA-LINE.

005320         COMPUTE PGW-MEDIA-CS =
005330             PGR-CALLWEB-SUM(PGR-X) / PGR-RICHIESTE(PGR-X).
005340         COMPUTE PRF-SEC-DISPLAY  = PGW-MEDIA-CS / 100.
005350         COMPUTE PGW-MEDIA-CS =
005360             PGR-BACKOFF-SUM(PGR-X) / PGR-RICHIESTE(PGR-X).
005370         COMPUTE PRF-SEC-DISPLAY2 = PGW-MEDIA-CS / 100.
005380         COMPUTE PGW-MEDIA-CS =
005390             PGR-STAMPA-SUM(PGR-X) / PGR-RICHIESTE(PGR-X).
005400         COMPUTE PRF-SEC-DISPLAY3 = PGW-MEDIA-CS / 100.
005410         MOVE SPACES TO STAMPA-LINE.
005420         STRING "    MEDIE: SOTTO-PROGRAMMA " DELIMITED BY SIZE
005430             PRF-SEC-DISPLAY              DELIMITED BY SIZE
005440             " ATTESA LOCK "              DELIMITED BY SIZE
005450             PRF-SEC-DISPLAY2             DELIMITED BY SIZE
005460             " STAMPA "                   DELIMITED BY SIZE
005470             PRF-SEC-DISPLAY3             DELIMITED BY SIZE
005480             INTO STAMPA-LINE
005490         END-STRING.
005500         PERFORM 9150-WRITE-STAMPA-LINE
005510             THRU EX-9150-WRITE-STAMPA-LINE.

005520         PERFORM STAMPA-LENTA THRU EX-STAMPA-LENTA
005530             VARYING PGW-LX FROM PGW-LENTE-COUNT BY -1
005540             UNTIL PGW-LX < 1.

005550         PERFORM SCRIVI-PERFSTAT THRU EX-SCRIVI-PERFSTAT.
005560 EX-CHIUDI-GRUPPO.
005570         EXIT.
005580*
005590 STAMPA-LENTA.
005600         COMPUTE PRF-SEC-DISPLAY  = PGW-L-TOTALE-CS(PGW-LX) / 100.
005610         COMPUTE PRF-SEC-DISPLAY2 =
005620             PGW-L-CALLWEB-CS(PGW-LX) / 100.
005630         COMPUTE PRF-SEC-DISPLAY3 =
005640             PGW-L-BACKOFF-CS(PGW-LX) / 100.
005650         MOVE SPACES TO STAMPA-LINE.
005660         STRING "    LENTA "              DELIMITED BY SIZE
005670             PGW-L-DATE(PGW-LX)           DELIMITED BY SIZE
005680             " "                          DELIMITED BY SIZE
005690             PGW-L-TIME(PGW-LX)(1:6)      DELIMITED BY SIZE
005700             " "                          DELIMITED BY SIZE
005710             PGW-L-COMUNE-CODE(PGW-LX)    DELIMITED BY SIZE
005720             " "                          DELIMITED BY SIZE
005730             PGW-L-PRATICA-ID(PGW-LX)     DELIMITED BY SIZE
005740             " STATO "                    DELIMITED BY SIZE
005750             PGW-L-STATUS-CODE(PGW-LX)    DELIMITED BY SIZE
005760             " TOTALE "                   DELIMITED BY SIZE
005770             PRF-SEC-DISPLAY              DELIMITED BY SIZE
005780             " SOTTO-PROG "               DELIMITED BY SIZE
005790             PRF-SEC-DISPLAY2             DELIMITED BY SIZE
005800             " ATTESA "                   DELIMITED BY SIZE
005810             PRF-SEC-DISPLAY3             DELIMITED BY SIZE
005820             " RETRY "                    DELIMITED BY SIZE
005830             PGW-L-RETRY(PGW-LX)          DELIMITED BY SIZE
005840             INTO STAMPA-LINE
005850         END-STRING.
005860         PERFORM 9150-WRITE-STAMPA-LINE
005870             THRU EX-9150-WRITE-STAMPA-LINE.
005880 EX-STAMPA-LENTA.
005890         EXIT.
005900*
005910* SCRIVI-PERFSTAT keeps tonight's row for the group. For the "*"
005920* groups it first looks for the row of the week before: the latest
005930* one not after a week ago, provided it is not older than two weeks,
005940* so a night the batch did not run does not lose the comparison.
005950*
005960 SCRIVI-PERFSTAT.
005970         SET PGW-PREC-MANCANTE TO TRUE.
005980         IF PGW-COMUNE-CODE = "*"
005990             PERFORM CERCA-SETTIMANA THRU EX-CERCA-SETTIMANA
006000         END-IF.

006010         MOVE PGW-COMUNE-CODE  TO PERFS-COMUNE-CODE.
006020         MOVE PGW-TIPO-PRATICA TO PERFS-TIPO-PRATICA.
006030         MOVE OPJ-TODAY-DATE   TO PERFS-DATE.
006040         READ PERFSTAT
006050             INVALID KEY
006060                 MOVE PGR-RICHIESTE(PGR-X) TO PERFS-RICHIESTE
006070                 MOVE PGW-MEDIANA-CS       TO PERFS-MEDIANA-CS
006080                 MOVE PGW-P95-CS           TO PERFS-P95-CS
006090                 MOVE PGR-RETRY(PGR-X)     TO PERFS-RETRY
006100                 WRITE PERFSTAT-RECORD
006110             NOT INVALID KEY
006120                 MOVE PGR-RICHIESTE(PGR-X) TO PERFS-RICHIESTE
006130                 MOVE PGW-MEDIANA-CS       TO PERFS-MEDIANA-CS
006140                 MOVE PGW-P95-CS           TO PERFS-P95-CS
006150                 MOVE PGR-RETRY(PGR-X)     TO PERFS-RETRY
006160                 REWRITE PERFSTAT-RECORD
006170         END-READ.

006180         IF PGW-PREC-TROVATA
006190             PERFORM CONFRONTA-SETTIMANA
006200                 THRU EX-CONFRONTA-SETTIMANA
006210         END-IF.
006220 EX-SCRIVI-PERFSTAT.
006230         EXIT.
006240*
006250 CERCA-SETTIMANA.
006260         MOVE PGW-COMUNE-CODE    TO PERFS-COMUNE-CODE.
006270         MOVE PGW-TIPO-PRATICA   TO PERFS-TIPO-PRATICA.
006280         MOVE OPJ-SETTIMANA-DATE TO PERFS-DATE.
006290         START PERFSTAT KEY IS NOT GREATER THAN PERFS-KEY
006300             INVALID KEY
006310                 GO TO EX-CERCA-SETTIMANA
006320         END-START.

006330         READ PERFSTAT NEXT RECORD
006340             AT END
006350                 GO TO EX-CERCA-SETTIMANA
006360         END-READ.

006370         IF PERFS-COMUNE-CODE = PGW-COMUNE-CODE
006380             AND PERFS-TIPO-PRATICA = PGW-TIPO-PRATICA
006390             AND PERFS-DATE NOT LESS THAN OPJ-LIMITE-DATE
006400             SET PGW-PREC-TROVATA TO TRUE
006410             MOVE PERFS-RICHIESTE TO PGW-PREC-RICHIESTE
006420             MOVE PERFS-P95-CS    TO PGW-PREC-P95-CS
006430             MOVE PERFS-DATE      TO PGW-PREC-DATE
006440         END-IF.
006450 EX-CERCA-SETTIMANA.
006460         EXIT.
006470*
006480* CONFRONTA-SETTIMANA raises the alert when both weeks counted at
006490* least OPJ-MIN-CAMPIONE requests and the 95th percentile grew by
006500* more than OPJ-SOGLIA-PCT percent. A week-before percentile of zero
006510* - every request under a hundredth of a second - gives no base to
006520* measure a percentage against and is passed over.
006530*
006540 CONFRONTA-SETTIMANA.
006550         IF PGR-RICHIESTE(PGR-X) < OPJ-MIN-CAMPIONE
006560             OR PGW-PREC-RICHIESTE < OPJ-MIN-CAMPIONE
006570             OR PGW-PREC-P95-CS = 0
006580             GO TO EX-CONFRONTA-SETTIMANA
006590         END-IF.
006600         COMPUTE PGW-LIMITE-CS =
006610             PGW-PREC-P95-CS * (100 + OPJ-SOGLIA-PCT) / 100.
006620         IF PGW-P95-CS NOT GREATER THAN PGW-LIMITE-CS
006630             GO TO EX-CONFRONTA-SETTIMANA
006640         END-IF.

006650         ADD 1 TO OPJ-ALLARMI.
006660         COMPUTE PGW-PEGGIORA-PCT =
006670             (PGW-P95-CS - PGW-PREC-P95-CS) * 100
006680                 / PGW-PREC-P95-CS.
006690         MOVE PGW-PEGGIORA-PCT TO PRF-PCT-DISPLAY.
006700         COMPUTE PRF-SEC-DISPLAY  = PGW-P95-CS / 100.
006710         COMPUTE PRF-SEC-DISPLAY2 = PGW-PREC-P95-CS / 100.
006720         MOVE SPACES TO STAMPA-LINE.
006730         STRING "    ALLARME TIPO "       DELIMITED BY SIZE
006740             PGW-TIPO-PRATICA             DELIMITED BY SIZE
006750             " P95 "                      DELIMITED BY SIZE
006760             PRF-SEC-DISPLAY              DELIMITED BY SIZE
006770             " CONTRO "                   DELIMITED BY SIZE
006780             PRF-SEC-DISPLAY2             DELIMITED BY SIZE
006790             " DEL "                      DELIMITED BY SIZE
006800             PGW-PREC-DATE                DELIMITED BY SIZE
006810             " PEGGIORATO DEL "           DELIMITED BY SIZE
006820             PRF-PCT-DISPLAY              DELIMITED BY SIZE
006830             "%"                          DELIMITED BY SIZE
006840             INTO STAMPA-LINE
006850         END-STRING.
006860         PERFORM 9150-WRITE-STAMPA-LINE
006870             THRU EX-9150-WRITE-STAMPA-LINE.
006880         DISPLAY "OPENPJ38: allarme tempi di risposta tipo "
006890             PGW-TIPO-PRATICA " p95 peggiorato del "
006900             PRF-PCT-DISPLAY "%".
006910 EX-CONFRONTA-SETTIMANA.
006920         EXIT.
006930*
006940* FIND-CONFIG-VALUE locates the latest CONFIGTAB row for
006950* CFG-LOOKUP-NAME not after today, as LOAD-CONFIG does.
006960*
006970 FIND-CONFIG-VALUE.
006980         SET CFG-NOT-FOUND TO TRUE.
006990         MOVE CFG-LOOKUP-NAME TO CONFIGTAB-NAME.
007000         MOVE OPJ-TODAY-DATE  TO CONFIGTAB-EFF-DATE.
007010         START CONFIGTAB KEY IS NOT GREATER THAN CONFIGTAB-KEY
007020             INVALID KEY
007030                 GO TO EX-FIND-CONFIG-VALUE
007040         END-START.

007050         READ CONFIGTAB NEXT RECORD
007060             AT END
007070                 GO TO EX-FIND-CONFIG-VALUE
007080         END-READ.

007090         IF CONFIGTAB-NAME = CFG-LOOKUP-NAME
007100             SET CFG-FOUND TO TRUE
007110         END-IF.
007120 EX-FIND-CONFIG-VALUE.
007130         EXIT.
007140*
007150* FINE-BATCH ends with RC 4 when a TIPO raised the alert or lines
007160* were left out of the report, so the chain log shows it.
007170*
007180 FINE-BATCH.
007190         DISPLAY "OPENPJ38: tempi di risposta completato "
007200             OPJ-TODAY-DATE " richieste " OPJ-GEN-ROWS
007210             " allarmi " OPJ-ALLARMI.
007220         IF OPJ-ALLARMI > 0
007230             OR OPJ-FUORI-TABELLA > 0
007240             OR OPJ-SCARTATE > 0
007250             MOVE 4 TO RETURN-CODE
007260         END-IF.
007270         MOVE OPJ-GEN-ROWS TO RUNLG-CONTA.
007280         PERFORM SEGNA-FINE-CORSA
007290             THRU EX-SEGNA-FINE-CORSA.
007300 EX-FINE-BATCH.
007310         EXIT.

007320         COPY "PIOWEB1.CBL".

007330         COPY "PJCHECK.CBL".

007340         COPY "PJRUNLOG.CBL".
