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
000190** flusso batch del registro dei provvedimenti finali PRAPROVV,
000200** lanciato a richiesta e non nella catena notturna: STAMPA
000210** comune aaaa stampa il registro dell'anno, un atto per riga con
000220** il suo stato, attraverso i paragrafi di impaginazione 9110/9150;
000230** CHIUSURA comune aaaa sigilla l'anno sulla riga di testata, e
000240** la rifiuta finche restano bozze non firmate (che elenca), poi
000250** apre la testata dell'anno nuovo; CARICA comune categoria|* P|D
000260** sostituisce il modello del permesso (P) o del diniego (D) del
000270** comune per la categoria (* = modello generale del comune) con
000280** le righe del file MODPROVV.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENPJ31.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340         COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.

000370         COPY "SELPROVV.CBL".
000380         COPY "SELMODPR.CBL".
000390         COPY "SELMODIN.CBL".
000400         COPY "SELSTAMPA.CBL".

000410         COPY "SELRUNLG.CBL".

000420 DATA             DIVISION.
000430 FILE SECTION.

000440         COPY "FDEPROVV.CBL".
000450         COPY "FDEMODPR.CBL".
000460         COPY "FDEMODIN.CBL".
000470         COPY "FDESTAMPA.CBL".

000480         COPY "FDERUNLG.CBL".

000490 WORKING-STORAGE  SECTION.

000500         COPY "GLOBALS.CBL".
000510         COPY "FILEHWS.CBL".
000520         COPY "RUNLGWS.CBL".
000530*
000540 77  OPJ-COMMAND-LINE              PIC X(80).
000550 77  OPJ-MODO                      PIC X(08).
000560     88  OPJ-MODO-STAMPA               VALUE "STAMPA".
000570     88  OPJ-MODO-CHIUSURA             VALUE "CHIUSURA".
000580     88  OPJ-MODO-CARICA               VALUE "CARICA".
000590 77  OPJ-COMUNE-CODE               PIC X(06).
000600 77  OPJ-ARGOMENTO                 PIC X(08).
000610 77  OPJ-TIPO-ATTO                 PIC X(01).
000620     88  OPJ-TIPO-VALIDO               VALUE "P" "D".
000630 77  OPJ-ANNO                      PIC 9(04).
000640 77  OPJ-CATEGORIA                 PIC X(06).
000650 77  OPJ-EOF-SW                    PIC X(01).
000660     88  OPJ-EOF                       VALUE "S".
000670     88  OPJ-NOT-EOF                   VALUE "N".
000680 77  OPJ-ATTI                      PIC 9(07) COMP-5 VALUE 0.
000690 77  OPJ-BOZZE                     PIC 9(07) COMP-5 VALUE 0.
000700 77  OPJ-RIGHE-TOLTE               PIC 9(05) COMP-5 VALUE 0.
000710 77  OPJ-RIGHE-CARICATE            PIC 9(05) COMP-5 VALUE 0.
000720 77  OPJ-RIGHE-SCARTATE            PIC 9(05) COMP-5 VALUE 0.
000730 77  OPJ-RIGHE-MAX                 PIC 9(05) COMP-5 VALUE 999.
000740 77  OPJ-STATO-DESCR               PIC X(10).
000750 77  OPJ-TIPO-DESCR                PIC X(08).
000760*
000770* Print-output working fields for the COPYed 9100/9110/9150
000780* pagination paragraphs.
000790*
000800 77  STAMPA-SPOOL-PATH             PIC X(64).
000810 77  STAMPA-TODAY-DATE             PIC 9(08).
000820 77  STAMPA-LINE                   PIC X(132).
000830 77  STAMPA-TITOLO                 PIC X(24)
000840     VALUE "REGISTRO PROVVEDIMENTI".
000850 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
000860 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
000870 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
000880 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
000890*
000900 PROCEDURE  DIVISION.
000910*
000920         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.

000930         EVALUATE TRUE
000940             WHEN OPJ-MODO-STAMPA
000950                 PERFORM STAMPA-REGISTRO
000960                     THRU EX-STAMPA-REGISTRO
000970             WHEN OPJ-MODO-CHIUSURA
000980                 PERFORM CHIUSURA-ANNO
000990                     THRU EX-CHIUSURA-ANNO
001000             WHEN OPJ-MODO-CARICA
001010                 PERFORM CARICA-MODELLO
001020                     THRU EX-CARICA-MODELLO
001030             WHEN OTHER
001040                 DISPLAY "OPENPJ31: uso STAMPA comune aaaa, "
001050                     "CHIUSURA comune aaaa oppure "
001060                     "CARICA comune categoria|* P|D"
001070                 MOVE 12 TO RETURN-CODE
001080         END-EVALUATE.

001090         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001100         GOBACK.
001110*
001120* INIZIO-BATCH reads "MODO COMUNE ARG [TIPO]" off the command
001130* line the way OPENPJ16 reads its own.
001140*
001150 INIZIO-BATCH.
001160         MOVE SPACES TO OPJ-COMMAND-LINE.
001170         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001180         MOVE SPACES TO OPJ-MODO.
001190         MOVE SPACES TO OPJ-COMUNE-CODE.
001200         MOVE SPACES TO OPJ-ARGOMENTO.
001210         MOVE SPACES TO OPJ-TIPO-ATTO.
001220         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001230             INTO OPJ-MODO OPJ-COMUNE-CODE OPJ-ARGOMENTO
001240                  OPJ-TIPO-ATTO
001250         END-UNSTRING.
001260         SET OPJ-NOT-EOF TO TRUE.
001270         MOVE "OPENPJ31" TO FILEH-PROGRAMMA.
001280         PERFORM SEGNA-INIZIO-CORSA
001290             THRU EX-SEGNA-INIZIO-CORSA.
001300 EX-INIZIO-BATCH.
001310         EXIT.
001320*
001330* STAMPA-REGISTRO prints the comune's register for the year in
001340* number order, the testata's seal on the heading line.
001350*
001360 STAMPA-REGISTRO.
001370         IF OPJ-ARGOMENTO(1:4) NOT NUMERIC
001380             DISPLAY "OPENPJ31: anno di stampa non valido"
001390             MOVE 12 TO RETURN-CODE
001400             GO TO EX-STAMPA-REGISTRO
001410         END-IF.
001420         MOVE OPJ-ARGOMENTO(1:4) TO OPJ-ANNO.

001430         OPEN INPUT PRAPROVV.
001440         IF STATUS-PRAPROVV = "35"
001450             DISPLAY "OPENPJ31: nessun provvedimento in archivio"
001460             GO TO EX-STAMPA-REGISTRO
001470         END-IF.
001480         MOVE "PRAPROVV"      TO FILEH-NAME.
001490         MOVE STATUS-PRAPROVV TO FILEH-STATUS.
001500         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

001510         MOVE SPACES TO STAMPA-SPOOL-PATH.
001520         STRING "REGPROVV."      DELIMITED BY SIZE
001530             OPJ-COMUNE-CODE     DELIMITED BY SIZE
001540             "."                 DELIMITED BY SIZE
001550             OPJ-ANNO            DELIMITED BY SIZE
001560             INTO STAMPA-SPOOL-PATH
001570         END-STRING.
001580         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.

001590         MOVE OPJ-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
001600         MOVE OPJ-ANNO        TO PRAPROVV-ANNO.
001610         MOVE 0               TO PRAPROVV-NUMERO.
001620         MOVE SPACES TO STAMPA-LINE.
001630         READ PRAPROVV
001640             INVALID KEY
001650                 STRING "COMUNE "        DELIMITED BY SIZE
001660                     OPJ-COMUNE-CODE     DELIMITED BY SIZE
001670                     " ANNO "            DELIMITED BY SIZE
001680                     OPJ-ANNO            DELIMITED BY SIZE
001690                     " NESSUN ATTO"      DELIMITED BY SIZE
001700                     INTO STAMPA-LINE
001710                 END-STRING
001720             NOT INVALID KEY
001730                 PERFORM INTESTA-ANNO THRU EX-INTESTA-ANNO
001740         END-READ.
001750         PERFORM 9150-WRITE-STAMPA-LINE
001760             THRU EX-9150-WRITE-STAMPA-LINE.

001770         MOVE OPJ-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
001780         MOVE OPJ-ANNO        TO PRAPROVV-ANNO.
001790         MOVE 1               TO PRAPROVV-NUMERO.
001800         START PRAPROVV KEY IS NOT LESS THAN PRAPROVV-KEY
001810             INVALID KEY
001820                 SET OPJ-EOF TO TRUE
001830         END-START.
001840         PERFORM STAMPA-RIGA THRU EX-STAMPA-RIGA
001850             UNTIL OPJ-EOF.
001860         CLOSE PRASTAMPA.
001870         CLOSE PRAPROVV.
001880 EX-STAMPA-REGISTRO.
001890         EXIT.
001900*
001910 INTESTA-ANNO.
001920         IF PRAPROVV-SIGILLATO
001930             STRING "COMUNE "        DELIMITED BY SIZE
001940                 OPJ-COMUNE-CODE     DELIMITED BY SIZE
001950                 " ANNO "            DELIMITED BY SIZE
001960                 OPJ-ANNO            DELIMITED BY SIZE
001970                 " ULTIMO N. "       DELIMITED BY SIZE
001980                 PRAPROVV-ULTIMO-NUMERO DELIMITED BY SIZE
001990                 " CHIUSO IL "       DELIMITED BY SIZE
002000                 PRAPROVV-DATA-CHIUSURA DELIMITED BY SIZE
002010                 INTO STAMPA-LINE
002020             END-STRING
002030         ELSE
002040             STRING "COMUNE "        DELIMITED BY SIZE
002050                 OPJ-COMUNE-CODE     DELIMITED BY SIZE
002060                 " ANNO "            DELIMITED BY SIZE
002070                 OPJ-ANNO            DELIMITED BY SIZE
002080                 " ULTIMO N. "       DELIMITED BY SIZE
002090                 PRAPROVV-ULTIMO-NUMERO DELIMITED BY SIZE
002100                 " APERTO"           DELIMITED BY SIZE
002110                 INTO STAMPA-LINE
002120             END-STRING
002130         END-IF.
002140 EX-INTESTA-ANNO.
002150         EXIT.
002160*
002170 STAMPA-RIGA.
002180         READ PRAPROVV NEXT RECORD
002190             AT END
002200                 SET OPJ-EOF TO TRUE
002210                 GO TO EX-STAMPA-RIGA
002220         END-READ.
002230         IF PRAPROVV-COMUNE-CODE NOT = OPJ-COMUNE-CODE
002240             OR PRAPROVV-ANNO NOT = OPJ-ANNO
002250             SET OPJ-EOF TO TRUE
002260             GO TO EX-STAMPA-RIGA
002270         END-IF.

002280         IF PRAPROVV-PERMESSO
002290             MOVE "PERMESSO" TO OPJ-TIPO-DESCR
002300         ELSE
002310             MOVE "DINIEGO"  TO OPJ-TIPO-DESCR
002320         END-IF.
002330         EVALUATE TRUE
002340             WHEN PRAPROVV-BOZZA
002350                 MOVE "BOZZA"       TO OPJ-STATO-DESCR
002360                 ADD 1 TO OPJ-BOZZE
002370             WHEN PRAPROVV-FIRMATO
002380                 MOVE "FIRMATO"     TO OPJ-STATO-DESCR
002390             WHEN OTHER
002400                 MOVE "NOTIFICATO"  TO OPJ-STATO-DESCR
002410         END-EVALUATE.
002420         MOVE SPACES TO STAMPA-LINE.
002430         STRING PRAPROVV-NUMERO    DELIMITED BY SIZE
002440             "/"                   DELIMITED BY SIZE
002450             PRAPROVV-ANNO         DELIMITED BY SIZE
002460             " "                   DELIMITED BY SIZE
002470             PRAPROVV-PRATICA-ID   DELIMITED BY SIZE
002480             " "                   DELIMITED BY SIZE
002490             OPJ-TIPO-DESCR        DELIMITED BY SIZE
002500             " "                   DELIMITED BY SIZE
002510             OPJ-STATO-DESCR       DELIMITED BY SIZE
002520             " B:"                 DELIMITED BY SIZE
002530             PRAPROVV-DATA-BOZZA   DELIMITED BY SIZE
002540             " F:"                 DELIMITED BY SIZE
002550             PRAPROVV-DATA-FIRMA   DELIMITED BY SIZE
002560             " N:"                 DELIMITED BY SIZE
002570             PRAPROVV-DATA-NOTIFICA DELIMITED BY SIZE
002580             " "                   DELIMITED BY SIZE
002590             PRAPROVV-RICHIEDENTE  DELIMITED BY "  "
002600             INTO STAMPA-LINE
002610         END-STRING.
002620         PERFORM 9150-WRITE-STAMPA-LINE
002630             THRU EX-9150-WRITE-STAMPA-LINE.
002640         ADD 1 TO OPJ-ATTI.
002650 EX-STAMPA-RIGA.
002660         EXIT.
002670*
002680* CHIUSURA-ANNO seals one comune's year of the register. An act
002690* still in bozza holds a number that may yet change type or be
002700* drafted again, so the closing lists them and refuses (RC 8)
002710* until every one is signed; otherwise the testata takes the
002720* seal and the closing date, and the new year's testata is
002730* opened at zero so the first act of January finds it waiting.
002740*
002750 CHIUSURA-ANNO.
002760         IF OPJ-ARGOMENTO(1:4) NOT NUMERIC
002770             DISPLAY "OPENPJ31: anno di chiusura non valido"
002780             MOVE 12 TO RETURN-CODE
002790             GO TO EX-CHIUSURA-ANNO
002800         END-IF.
002810         MOVE OPJ-ARGOMENTO(1:4) TO OPJ-ANNO.

002820         OPEN I-O PRAPROVV.
002830         IF STATUS-PRAPROVV = "35"
002840             DISPLAY "OPENPJ31: nessun provvedimento in archivio"
002850             MOVE 12 TO RETURN-CODE
002860             GO TO EX-CHIUSURA-ANNO
002870         END-IF.
002880         MOVE "PRAPROVV"      TO FILEH-NAME.
002890         MOVE STATUS-PRAPROVV TO FILEH-STATUS.
002900         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

002910         MOVE OPJ-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
002920         MOVE OPJ-ANNO        TO PRAPROVV-ANNO.
002930         MOVE 1               TO PRAPROVV-NUMERO.
002940         START PRAPROVV KEY IS NOT LESS THAN PRAPROVV-KEY
002950             INVALID KEY
002960                 SET OPJ-EOF TO TRUE
002970         END-START.
002980         PERFORM CONTA-BOZZA THRU EX-CONTA-BOZZA
002990             UNTIL OPJ-EOF.
003000         IF OPJ-BOZZE > 0
003010             DISPLAY "OPENPJ31: bozze da firmare " OPJ-BOZZE
003020                 ", chiusura non eseguita"
003030             CLOSE PRAPROVV
003040             MOVE 8 TO RETURN-CODE
003050             GO TO EX-CHIUSURA-ANNO
003060         END-IF.

003070         MOVE OPJ-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
003080         MOVE OPJ-ANNO        TO PRAPROVV-ANNO.
003090         MOVE 0               TO PRAPROVV-NUMERO.
003100         READ PRAPROVV
003110             INVALID KEY
003120                 DISPLAY "OPENPJ31: nessun registro per "
003130                     OPJ-COMUNE-CODE " " OPJ-ANNO
003140                 CLOSE PRAPROVV
003150                 MOVE 12 TO RETURN-CODE
003160                 GO TO EX-CHIUSURA-ANNO
003170         END-READ.
003180         IF PRAPROVV-SIGILLATO
003190             DISPLAY "OPENPJ31: anno gia sigillato"
003200             CLOSE PRAPROVV
003210             GO TO EX-CHIUSURA-ANNO
003220         END-IF.
003230         SET PRAPROVV-SIGILLATO TO TRUE.
003240         ACCEPT PRAPROVV-DATA-CHIUSURA FROM DATE YYYYMMDD.
003250         REWRITE PRAPROVV-RECORD.

003260         INITIALIZE PRAPROVV-RECORD.
003270         MOVE OPJ-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
003280         COMPUTE PRAPROVV-ANNO = OPJ-ANNO + 1.
003290         MOVE 0 TO PRAPROVV-NUMERO.
003300         MOVE SPACES TO PRAPROVV-PRATICA-KEY.
003310         INITIALIZE PRAPROVV-TESTATA.
003320         MOVE 0 TO PRAPROVV-ULTIMO-NUMERO.
003330         WRITE PRAPROVV-RECORD
003340             INVALID KEY
003350                 CONTINUE
003360         END-WRITE.
003370         CLOSE PRAPROVV.
003380 EX-CHIUSURA-ANNO.
003390         EXIT.
003400*
003410 CONTA-BOZZA.
003420         READ PRAPROVV NEXT RECORD
003430             AT END
003440                 SET OPJ-EOF TO TRUE
003450                 GO TO EX-CONTA-BOZZA
003460         END-READ.
003470         IF PRAPROVV-COMUNE-CODE NOT = OPJ-COMUNE-CODE
003480             OR PRAPROVV-ANNO NOT = OPJ-ANNO
003490             SET OPJ-EOF TO TRUE
003500             GO TO EX-CONTA-BOZZA
003510         END-IF.
003520         ADD 1 TO OPJ-ATTI.
003530         IF PRAPROVV-BOZZA
003540             ADD 1 TO OPJ-BOZZE
003550             DISPLAY "OPENPJ31: bozza " PRAPROVV-NUMERO "/"
003560                 PRAPROVV-ANNO " pratica " PRAPROVV-PRATICA-ID
003570         END-IF.
003580 EX-CONTA-BOZZA.
003590         EXIT.
003600*
003610* CARICA-MODELLO replaces one template: the comune's rows for the
003620* categoria (or the general one, "*") and the type of act are
003630* deleted, and the MODPROVV lines are loaded in file order as
003640* rows 1, 2, ... A line whose campo is blank is plain text.
003650*
003660 CARICA-MODELLO.
003670         IF OPJ-COMUNE-CODE = SPACES
003680             OR OPJ-ARGOMENTO = SPACES
003690             OR NOT OPJ-TIPO-VALIDO
003700             DISPLAY "OPENPJ31: uso CARICA comune categoria|* P|D"
003710             MOVE 12 TO RETURN-CODE
003720             GO TO EX-CARICA-MODELLO
003730         END-IF.
003740         IF OPJ-ARGOMENTO = "*"
003750             MOVE SPACES TO OPJ-CATEGORIA
003760         ELSE
003770             MOVE OPJ-ARGOMENTO(1:6) TO OPJ-CATEGORIA
003780         END-IF.

003790         OPEN INPUT MODPROVV.
003800         MOVE "MODPROVV"      TO FILEH-NAME.
003810         MOVE STATUS-MODPROVV TO FILEH-STATUS.
003820         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003830         OPEN I-O PRAMODPR.
003840         IF STATUS-PRAMODPR = "35"
003850             OPEN OUTPUT PRAMODPR
003860             CLOSE PRAMODPR
003870             OPEN I-O PRAMODPR
003880         END-IF.
003890         MOVE "PRAMODPR"      TO FILEH-NAME.
003900         MOVE STATUS-PRAMODPR TO FILEH-STATUS.
003910         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

003920         MOVE OPJ-COMUNE-CODE TO PRAMODPR-COMUNE-CODE.
003930         MOVE OPJ-CATEGORIA   TO PRAMODPR-CATEGORIA.
003940         MOVE OPJ-TIPO-ATTO   TO PRAMODPR-TIPO-ATTO.
003950         MOVE 0               TO PRAMODPR-RIGA.
003960         START PRAMODPR KEY IS NOT LESS THAN PRAMODPR-KEY
003970             INVALID KEY
003980                 SET OPJ-EOF TO TRUE
003990         END-START.
004000         PERFORM TOGLI-RIGA THRU EX-TOGLI-RIGA
004010             UNTIL OPJ-EOF.

004020         SET OPJ-NOT-EOF TO TRUE.
004030         PERFORM CARICA-RIGA THRU EX-CARICA-RIGA
004040             UNTIL OPJ-EOF.
004050         CLOSE PRAMODPR.
004060         CLOSE MODPROVV.
004070         IF OPJ-RIGHE-SCARTATE > 0
004080             DISPLAY "OPENPJ31: righe oltre capienza "
004090                 OPJ-RIGHE-SCARTATE
004100             MOVE 8 TO RETURN-CODE
004110         END-IF.
004120 EX-CARICA-MODELLO.
004130         EXIT.
004140*
004150 TOGLI-RIGA.
004160         READ PRAMODPR NEXT RECORD
004170             AT END
004180                 SET OPJ-EOF TO TRUE
004190                 GO TO EX-TOGLI-RIGA
004200         END-READ.
004210         IF PRAMODPR-COMUNE-CODE NOT = OPJ-COMUNE-CODE
004220             OR PRAMODPR-CATEGORIA NOT = OPJ-CATEGORIA
004230             OR PRAMODPR-TIPO-ATTO NOT = OPJ-TIPO-ATTO
004240             SET OPJ-EOF TO TRUE
004250             GO TO EX-TOGLI-RIGA
004260         END-IF.
004270         DELETE PRAMODPR RECORD
004280             INVALID KEY
004290                 CONTINUE
004300         END-DELETE.
004310         ADD 1 TO OPJ-RIGHE-TOLTE.
004320 EX-TOGLI-RIGA.
004330         EXIT.
004340*
004350 CARICA-RIGA.
004360         READ MODPROVV
004370             AT END
004380                 SET OPJ-EOF TO TRUE
004390                 GO TO EX-CARICA-RIGA
004400         END-READ.
004410         IF OPJ-RIGHE-CARICATE NOT LESS THAN OPJ-RIGHE-MAX
004420             ADD 1 TO OPJ-RIGHE-SCARTATE
004430             GO TO EX-CARICA-RIGA
004440         END-IF.
004450         ADD 1 TO OPJ-RIGHE-CARICATE.
004460         MOVE OPJ-COMUNE-CODE    TO PRAMODPR-COMUNE-CODE.
004470         MOVE OPJ-CATEGORIA      TO PRAMODPR-CATEGORIA.
004480         MOVE OPJ-TIPO-ATTO      TO PRAMODPR-TIPO-ATTO.
004490         MOVE OPJ-RIGHE-CARICATE TO PRAMODPR-RIGA.
004500         MOVE MODIN-CAMPO        TO PRAMODPR-CAMPO.
004510         MOVE MODIN-TESTO        TO PRAMODPR-TESTO.
004520         WRITE PRAMODPR-RECORD
004530             INVALID KEY
004540                 ADD 1 TO OPJ-RIGHE-SCARTATE
004550         END-WRITE.
004560 EX-CARICA-RIGA.
004570         EXIT.
004580*
004590 FINE-BATCH.
004600         EVALUATE TRUE
004610             WHEN OPJ-MODO-STAMPA
004620                 DISPLAY "OPENPJ31: atti stampati " OPJ-ATTI
004630                     " in bozza " OPJ-BOZZE
004640                 MOVE OPJ-ATTI TO RUNLG-CONTA
004650             WHEN OPJ-MODO-CHIUSURA
004660                 DISPLAY "OPENPJ31: atti " OPJ-ATTI
004670                     " in bozza " OPJ-BOZZE
004680                 MOVE OPJ-ATTI TO RUNLG-CONTA
004690             WHEN OPJ-MODO-CARICA
004700                 DISPLAY "OPENPJ31: righe tolte " OPJ-RIGHE-TOLTE
004710                     " caricate " OPJ-RIGHE-CARICATE
004720                 MOVE OPJ-RIGHE-CARICATE TO RUNLG-CONTA
004730         END-EVALUATE.
004740         PERFORM SEGNA-FINE-CORSA
004750             THRU EX-SEGNA-FINE-CORSA.
004760 EX-FINE-BATCH.
004770         EXIT.

004780         COPY "PIOWEB1.CBL".
004790         COPY "PJCHECK.CBL".

004800         COPY "PJRUNLOG.CBL".
