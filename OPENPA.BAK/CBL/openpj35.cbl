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
000190** flusso batch delle operazioni massive sulle pratiche, lanciato
000200** a richiesta dal responsabile e non nella catena notturna.
000210** PROVA comune azione valore categoria stato dal al assegnatario
000220** seleziona le pratiche del comune (* = qualsiasi; le date sulla
000230** DATA-APERTURA, aaaammgg) e stampa cosa cambierebbe senza
000240** toccare nulla: azione CHIUDI (valore *) porta la pratica in CH
000250** chiedendo la transizione al servizio OPENPS02, CATEGORIA
000260** (valore = nuova categoria) sposta la categoria, DISASSEGNA
000270** (valore *) toglie l'assegnatario. La prova registra il lotto
000280** in PRABULK con le pratiche selezionate e stampa il codice di
000290** approvazione; ESEGUI comune lotto codice operatore applica il
000300** lotto, solo con il codice giusto e per un responsabile o un
000310** amministratore del comune, alle sole pratiche della prova che
000320** nessuno ha toccato da allora: ogni cambio e' archiviato in
000330** PRAHIST, notificato attraverso PRANOTIF e scritto nel file di
000340** ripristino BULKRB.comune.lotto; RIPRISTINA comune lotto
000350** operatore rimette i valori di prima alle pratiche che da
000360** allora non sono cambiate di nuovo.
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENPJ35.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420         COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.

000450         COPY "SELVIEW.CBL".
000460         COPY "SELTAB.CBL".
000470         COPY "SELUTEN.CBL".
000480         COPY "SELHIST.CBL".
000490         COPY "SELNOTIF.CBL".
000500         COPY "SELBULK.CBL".
000510         COPY "SELBULKR.CBL".
000520         COPY "SELSTAMPA.CBL".

000530         COPY "SELRUNLG.CBL".

000540 DATA             DIVISION.
000550 FILE SECTION.

000560         COPY "FDEVIEW.CBL".
000570         COPY "FDETAB.CBL".
000580         COPY "FDEUTEN.CBL".
000590         COPY "FDEHIST.CBL".
000600         COPY "FDENOTIF.CBL".
000610         COPY "FDEBULK.CBL".
000620         COPY "FDEBULKR.CBL".
000630         COPY "FDESTAMPA.CBL".

000640         COPY "FDERUNLG.CBL".

000650 WORKING-STORAGE  SECTION.

000660         COPY "GLOBALS.CBL".
000670         COPY "FILEHWS.CBL".
000680         COPY "RUNLGWS.CBL".
000690         COPY "TRANSCHK.CBL".
000700*
000710 77  OPJ-COMMAND-LINE              PIC X(160).
000720 77  OPJ-MODO                      PIC X(10).
000730     88  OPJ-MODO-PROVA                VALUE "PROVA".
000740     88  OPJ-MODO-ESEGUI               VALUE "ESEGUI".
000750     88  OPJ-MODO-RIPRISTINA           VALUE "RIPRISTINA".
000760 77  OPJ-ARG-COMUNE                PIC X(06).
000770 77  OPJ-PARM-1                    PIC X(30).
000780 77  OPJ-PARM-2                    PIC X(30).
000790 77  OPJ-PARM-3                    PIC X(30).
000800 77  OPJ-PARM-4                    PIC X(30).
000810 77  OPJ-PARM-5                    PIC X(30).
000820 77  OPJ-PARM-6                    PIC X(30).
000830 77  OPJ-PARM-7                    PIC X(30).
000840 77  OPJ-TODAY-DATE                PIC 9(08).
000850 77  OPJ-ORA                       PIC 9(08).
000860 77  OPJ-EOF-SW                    PIC X(01).
000870     88  OPJ-EOF                       VALUE "S".
000880     88  OPJ-NOT-EOF                   VALUE "N".
000890 77  OPJ-ERRORE-SW                 PIC X(01).
000900     88  OPJ-ERRORE                    VALUE "S".
000910     88  OPJ-NO-ERRORE                 VALUE "N".
000920*
000930* The lotto as the dry run fixed it, and as ESEGUI and RIPRISTINA
000940* read it back off its PRABULK header row.
000950*
000960 77  OPJ-LOTTO                     PIC 9(05).
000970 77  OPJ-CODICE                    PIC 9(06).
000980 77  OPJ-AZIONE                    PIC X(01).
000990     88  OPJ-AZIONE-CHIUDI             VALUE "C".
001000     88  OPJ-AZIONE-CATEGORIA          VALUE "T".
001010     88  OPJ-AZIONE-DISASSEGNA         VALUE "D".
001020 77  OPJ-AZIONE-DESCR              PIC X(10).
001030 77  OPJ-NUOVA-CATEGORIA           PIC X(06).
001040 77  OPJ-SEL-CATEGORIA             PIC X(06).
001050 77  OPJ-SEL-STATO                 PIC X(02).
001060 77  OPJ-SEL-DAL                   PIC 9(08).
001070 77  OPJ-SEL-AL                    PIC 9(08).
001080 77  OPJ-SEL-ASSEGNATARIO          PIC X(30).
001090 77  OPJ-SEL-SW                    PIC X(01).
001100     88  OPJ-SELEZIONATA               VALUE "S".
001110     88  OPJ-ESCLUSA                   VALUE "N".
001120*
001130* The approval code is drawn from the dry run's clock, so it can
001140* only be read off the print that listed the lotto.
001150*
001160 77  OPJ-CALCOLO                   PIC 9(15) COMP-5.
001170 77  OPJ-QUOZIENTE                 PIC 9(15) COMP-5.
001180 77  OPJ-OPERATORE                 PIC X(30).
001190 77  OPJ-RUOLO                     PIC X(01).
001200 77  OPJ-VERSIONE                  PIC 9(09).
001210*
001220* Values of the pratica before the change (or before the
001230* rollback), for PRAHIST, the notice and BULKRB.
001240*
001250 77  OPJ-OLD-STATO                 PIC X(02).
001260 77  OPJ-OLD-CATEGORIA             PIC X(06).
001270 77  OPJ-OLD-ASSEGNATARIO          PIC X(30).
001280 77  OPJ-ESITO-DESCR               PIC X(30).
001290 77  OPJ-SELEZIONATE               PIC 9(05) COMP-5 VALUE 0.
001300 77  OPJ-AMMESSE                   PIC 9(05) COMP-5 VALUE 0.
001310 77  OPJ-ESEGUITE                  PIC 9(05) COMP-5 VALUE 0.
001320 77  OPJ-SCARTATE                  PIC 9(05) COMP-5 VALUE 0.
001330 77  OPJ-NOTIF-PERSE               PIC 9(05) COMP-5 VALUE 0.
001340 77  OPJ-NOTIF-SW                  PIC X(01).
001350     88  OPJ-NOTIF-APERTO              VALUE "S".
001360     88  OPJ-NOTIF-CHIUSO              VALUE "N".
001370 77  OPJ-CONTA-EDIT                PIC ZZZZ9.
001380 77  OPJ-CONTA2-EDIT               PIC ZZZZ9.
001390 77  BULKRB-PATH                   PIC X(64).
001400*
001410* Print-output working fields for the COPYed 9100/9110/9150
001420* pagination paragraphs.
001430*
001440 77  STAMPA-SPOOL-PATH             PIC X(64).
001450 77  STAMPA-TODAY-DATE             PIC 9(08).
001460 77  STAMPA-LINE                   PIC X(132).
001470 77  STAMPA-TITOLO                 PIC X(24)
001480     VALUE "OPERAZIONI MASSIVE".
001490 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
001500 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
001510 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
001520 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
001530*
001540 PROCEDURE  DIVISION.
001550*
001560         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.

001570         EVALUATE TRUE
001580             WHEN OPJ-MODO-PROVA
001590                 PERFORM PROVA-LOTTO
001600                     THRU EX-PROVA-LOTTO
001610             WHEN OPJ-MODO-ESEGUI
001620                 PERFORM ESEGUI-LOTTO
001630                     THRU EX-ESEGUI-LOTTO
001640             WHEN OPJ-MODO-RIPRISTINA
001650                 PERFORM RIPRISTINA-LOTTO
001660                     THRU EX-RIPRISTINA-LOTTO
001670             WHEN OTHER
001680                 DISPLAY "OPENPJ35: uso PROVA comune "
001690                     "CHIUDI|CATEGORIA|DISASSEGNA valore|* "
001700                     "categoria|* stato|* dal|* al|* "
001710                     "assegnatario|*, "
001720                     "ESEGUI comune lotto codice operatore "
001730                     "oppure "
001740                     "RIPRISTINA comune lotto operatore"
001750                 MOVE 12 TO RETURN-CODE
001760         END-EVALUATE.

001770         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001780         GOBACK.
001790*
001800* INIZIO-BATCH reads "MODO COMUNE PARAMETRI" off the command line
001810* the way OPENPJ31 reads its own; each mode reads its parameters
001820* in its own order.
001830*
001840 INIZIO-BATCH.
001850         MOVE SPACES TO OPJ-COMMAND-LINE.
001860         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001870         MOVE SPACES TO OPJ-MODO.
001880         MOVE SPACES TO OPJ-ARG-COMUNE.
001890         MOVE SPACES TO OPJ-PARM-1 OPJ-PARM-2 OPJ-PARM-3
001900             OPJ-PARM-4 OPJ-PARM-5 OPJ-PARM-6 OPJ-PARM-7.
001910         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001920             INTO OPJ-MODO OPJ-ARG-COMUNE OPJ-PARM-1 OPJ-PARM-2
001930                  OPJ-PARM-3 OPJ-PARM-4 OPJ-PARM-5 OPJ-PARM-6
001940                  OPJ-PARM-7
001950         END-UNSTRING.
001960         IF OPJ-ARG-COMUNE = SPACES
001970             MOVE SPACES TO OPJ-MODO
001980         END-IF.
001990         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
002000         SET OPJ-NOT-EOF TO TRUE.
002010         SET OPJ-NOTIF-CHIUSO TO TRUE.
002020         MOVE "OPENPJ35" TO FILEH-PROGRAMMA.
002030         PERFORM SEGNA-INIZIO-CORSA
002040             THRU EX-SEGNA-INIZIO-CORSA.
002050 EX-INIZIO-BATCH.
002060         EXIT.
002070*
002080* PROVA-LOTTO checks the selection, numbers a new lotto and walks
002090* the comune's pratiche: each one selected is printed with what
002100* would happen to it and recorded under the lotto with the
002110* VERSIONE seen now. Nothing on PRAVIEW is touched.
002120*
002130 PROVA-LOTTO.
002140         PERFORM LEGGI-SELEZIONE THRU EX-LEGGI-SELEZIONE.
002150         IF OPJ-ERRORE
002160             MOVE 12 TO RETURN-CODE
002170             GO TO EX-PROVA-LOTTO
002180         END-IF.

002190         OPEN INPUT PRAVIEW.
002200         MOVE "PRAVIEW"      TO FILEH-NAME.
002210         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
002220         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002230         OPEN I-O PRABULK.
002240         IF STATUS-PRABULK = "35"
002250             OPEN OUTPUT PRABULK
002260             CLOSE PRABULK
002270             OPEN I-O PRABULK
002280         END-IF.
002290         MOVE "PRABULK"      TO FILEH-NAME.
002300         MOVE STATUS-PRABULK TO FILEH-STATUS.
002310         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

002320         PERFORM NUMERA-LOTTO THRU EX-NUMERA-LOTTO.

002330         MOVE SPACES TO STAMPA-SPOOL-PATH.
002340         STRING "BULKPROV."      DELIMITED BY SIZE
002350             OPJ-ARG-COMUNE      DELIMITED BY SIZE
002360             "."                 DELIMITED BY SIZE
002370             OPJ-LOTTO           DELIMITED BY SIZE
002380             INTO STAMPA-SPOOL-PATH
002390         END-STRING.
002400         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
002410         MOVE SPACES TO STAMPA-LINE.
002420         STRING "PROVA - NESSUNA PRATICA MODIFICATA"
002430                                 DELIMITED BY SIZE
002440             INTO STAMPA-LINE
002450         END-STRING.
002460         PERFORM 9150-WRITE-STAMPA-LINE
002470             THRU EX-9150-WRITE-STAMPA-LINE.
002480         PERFORM INTESTA-LOTTO THRU EX-INTESTA-LOTTO.

002490         MOVE OPJ-ARG-COMUNE TO PRAVIEW-COMUNE-CODE.
002500         MOVE LOW-VALUES     TO PRAVIEW-PRATICA-ID.
002510         START PRAVIEW KEY IS NOT LESS THAN PRAVIEW-KEY
002520             INVALID KEY
002530                 SET OPJ-EOF TO TRUE
002540         END-START.
002550         PERFORM PROVA-PRATICA THRU EX-PROVA-PRATICA
002560             UNTIL OPJ-EOF.

002570         PERFORM GENERA-CODICE THRU EX-GENERA-CODICE.
002580         MOVE SPACES TO PRABULK-RECORD.
002590         MOVE OPJ-ARG-COMUNE      TO PRABULK-COMUNE-CODE.
002600         MOVE OPJ-LOTTO           TO PRABULK-LOTTO.
002610         MOVE OPJ-AZIONE          TO PRABULK-AZIONE.
002620         MOVE OPJ-NUOVA-CATEGORIA TO PRABULK-NUOVA-CATEGORIA.
002630         MOVE OPJ-SEL-CATEGORIA   TO PRABULK-SEL-CATEGORIA.
002640         MOVE OPJ-SEL-STATO       TO PRABULK-SEL-STATO.
002650         MOVE OPJ-SEL-DAL         TO PRABULK-SEL-DAL.
002660         MOVE OPJ-SEL-AL          TO PRABULK-SEL-AL.
002670         MOVE OPJ-SEL-ASSEGNATARIO TO PRABULK-SEL-ASSEGNATARIO.
002680         MOVE OPJ-TODAY-DATE      TO PRABULK-DATA-PROVA.
002690         MOVE OPJ-ORA             TO PRABULK-ORA-PROVA.
002700         MOVE OPJ-CODICE          TO PRABULK-CODICE.
002710         MOVE OPJ-SELEZIONATE     TO PRABULK-SELEZIONATE.
002720         MOVE OPJ-AMMESSE         TO PRABULK-AMMESSE.
002730         SET PRABULK-PROVATO      TO TRUE.
002740         MOVE 0 TO PRABULK-DATA-ESECUZIONE PRABULK-ESEGUITE
002750             PRABULK-SCARTATE PRABULK-DATA-RIPRISTINO
002760             PRABULK-RIPRISTINATE.
002770         WRITE PRABULK-RECORD
002780             INVALID KEY
002790                 MOVE "PRABULK"      TO FILEH-NAME
002800                 MOVE STATUS-PRABULK TO FILEH-STATUS
002810                 PERFORM CHECK-FILE-STATUS
002820                     THRU EX-CHECK-FILE-STATUS
002830         END-WRITE.

002840         MOVE OPJ-SELEZIONATE TO OPJ-CONTA-EDIT.
002850         MOVE OPJ-AMMESSE     TO OPJ-CONTA2-EDIT.
002860         MOVE SPACES TO STAMPA-LINE.
002870         PERFORM 9150-WRITE-STAMPA-LINE
002880             THRU EX-9150-WRITE-STAMPA-LINE.
002890         STRING "PRATICHE SELEZIONATE "  DELIMITED BY SIZE
002900             OPJ-CONTA-EDIT              DELIMITED BY SIZE
002910             "  AMMESSE "                DELIMITED BY SIZE
002920             OPJ-CONTA2-EDIT             DELIMITED BY SIZE
002930             INTO STAMPA-LINE
002940         END-STRING.
002950         PERFORM 9150-WRITE-STAMPA-LINE
002960             THRU EX-9150-WRITE-STAMPA-LINE.
002970         MOVE SPACES TO STAMPA-LINE.
002980         STRING "PER ESEGUIRE: ESEGUI "  DELIMITED BY SIZE
002990             OPJ-ARG-COMUNE              DELIMITED BY SIZE
003000             " "                         DELIMITED BY SIZE
003010             OPJ-LOTTO                   DELIMITED BY SIZE
003020             " "                         DELIMITED BY SIZE
003030             OPJ-CODICE                  DELIMITED BY SIZE
003040             " OPERATORE"                DELIMITED BY SIZE
003050             INTO STAMPA-LINE
003060         END-STRING.
003070         PERFORM 9150-WRITE-STAMPA-LINE
003080             THRU EX-9150-WRITE-STAMPA-LINE.
003090         CLOSE PRASTAMPA.
003100         CLOSE PRABULK.
003110         CLOSE PRAVIEW.
003120         MOVE OPJ-SELEZIONATE TO RUNLG-CONTA.
003130         DISPLAY "OPENPJ35: lotto " OPJ-LOTTO
003140             " in prova, selezionate " OPJ-SELEZIONATE
003150             " ammesse " OPJ-AMMESSE.
003160 EX-PROVA-LOTTO.
003170         EXIT.
003180*
003190* LEGGI-SELEZIONE turns the dry run's parameters into the lotto's
003200* action and selection. The comune alone selects too much: at
003210* least one more criterion is wanted.
003220*
003230 LEGGI-SELEZIONE.
003240         SET OPJ-NO-ERRORE TO TRUE.
003250         MOVE SPACES TO OPJ-NUOVA-CATEGORIA.
003260         EVALUATE OPJ-PARM-1
003270             WHEN "CHIUDI"
003280                 SET OPJ-AZIONE-CHIUDI TO TRUE
003290             WHEN "CATEGORIA"
003300                 SET OPJ-AZIONE-CATEGORIA TO TRUE
003310                 MOVE OPJ-PARM-2 TO OPJ-NUOVA-CATEGORIA
003320             WHEN "DISASSEGNA"
003330                 SET OPJ-AZIONE-DISASSEGNA TO TRUE
003340             WHEN OTHER
003350                 DISPLAY "OPENPJ35: azione non prevista "
003360                     OPJ-PARM-1
003370                 SET OPJ-ERRORE TO TRUE
003380                 GO TO EX-LEGGI-SELEZIONE
003390         END-EVALUATE.
003400         IF OPJ-AZIONE-CATEGORIA
003410             IF OPJ-NUOVA-CATEGORIA = SPACES
003420                 OR OPJ-NUOVA-CATEGORIA = "*"
003430                 DISPLAY "OPENPJ35: indicare la nuova categoria"
003440                 SET OPJ-ERRORE TO TRUE
003450                 GO TO EX-LEGGI-SELEZIONE
003460             END-IF
003470             PERFORM CERCA-CATEGORIA THRU EX-CERCA-CATEGORIA
003480             IF OPJ-ERRORE
003490                 GO TO EX-LEGGI-SELEZIONE
003500             END-IF
003510         END-IF.

003520         MOVE SPACES TO OPJ-SEL-CATEGORIA.
003530         IF OPJ-PARM-3 NOT = "*"
003540             MOVE OPJ-PARM-3 TO OPJ-SEL-CATEGORIA
003550         END-IF.
003560         MOVE SPACES TO OPJ-SEL-STATO.
003570         IF OPJ-PARM-4 NOT = "*"
003580             MOVE OPJ-PARM-4 TO OPJ-SEL-STATO
003590             MOVE OPJ-SEL-STATO TO PRAVIEW-STATO
003600             IF NOT PRAVIEW-STATO-LEGALE
003610                 OR OPJ-PARM-4(3:1) NOT = SPACE
003620                 DISPLAY "OPENPJ35: stato non valido "
003630                     OPJ-PARM-4
003640                 SET OPJ-ERRORE TO TRUE
003650                 GO TO EX-LEGGI-SELEZIONE
003660             END-IF
003670         END-IF.
003680         MOVE 0 TO OPJ-SEL-DAL.
003690         IF OPJ-PARM-5 NOT = "*"
003700             IF OPJ-PARM-5(1:8) NOT NUMERIC
003710                 OR OPJ-PARM-5(9:1) NOT = SPACE
003720                 DISPLAY "OPENPJ35: data iniziale non valida "
003730                     OPJ-PARM-5
003740                 SET OPJ-ERRORE TO TRUE
003750                 GO TO EX-LEGGI-SELEZIONE
003760             END-IF
003770             MOVE OPJ-PARM-5(1:8) TO OPJ-SEL-DAL
003780         END-IF.
003790         MOVE 99999999 TO OPJ-SEL-AL.
003800         IF OPJ-PARM-6 NOT = "*"
003810             IF OPJ-PARM-6(1:8) NOT NUMERIC
003820                 OR OPJ-PARM-6(9:1) NOT = SPACE
003830                 DISPLAY "OPENPJ35: data finale non valida "
003840                     OPJ-PARM-6
003850                 SET OPJ-ERRORE TO TRUE
003860                 GO TO EX-LEGGI-SELEZIONE
003870             END-IF
003880             MOVE OPJ-PARM-6(1:8) TO OPJ-SEL-AL
003890         END-IF.
003900         MOVE SPACES TO OPJ-SEL-ASSEGNATARIO.
003910         IF OPJ-PARM-7 NOT = "*"
003920             MOVE OPJ-PARM-7 TO OPJ-SEL-ASSEGNATARIO
003930         END-IF.

003940         IF OPJ-PARM-7 = SPACES
003950             DISPLAY "OPENPJ35: selezione incompleta, indicare "
003960                 "* per i criteri non usati"
003970             SET OPJ-ERRORE TO TRUE
003980             GO TO EX-LEGGI-SELEZIONE
003990         END-IF.
004000         IF OPJ-SEL-CATEGORIA = SPACES
004010             AND OPJ-SEL-STATO = SPACES
004020             AND OPJ-SEL-DAL = 0
004030             AND OPJ-SEL-AL = 99999999
004040             AND OPJ-SEL-ASSEGNATARIO = SPACES
004050             DISPLAY "OPENPJ35: indicare almeno un criterio "
004060                 "oltre al comune"
004070             SET OPJ-ERRORE TO TRUE
004080         END-IF.
004090 EX-LEGGI-SELEZIONE.
004100         EXIT.
004110*
004120* CERCA-CATEGORIA wants the new categoria tabled for the comune,
004130* as a "T" row of PRATAB.
004140*
004150 CERCA-CATEGORIA.
004160         OPEN INPUT PRATAB.
004170         MOVE "PRATAB"      TO FILEH-NAME.
004180         MOVE STATUS-PRATAB TO FILEH-STATUS.
004190         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
004200         MOVE OPJ-ARG-COMUNE      TO PRATAB-COMUNE-CODE.
004210         SET PRATAB-TIPO-CATEGORIA TO TRUE.
004220         MOVE OPJ-NUOVA-CATEGORIA TO PRATAB-COD-RIFERIMENTO.
004230         READ PRATAB
004240             INVALID KEY
004250                 DISPLAY "OPENPJ35: categoria non tabellata "
004260                     OPJ-NUOVA-CATEGORIA
004270                 SET OPJ-ERRORE TO TRUE
004280         END-READ.
004290         CLOSE PRATAB.
004300 EX-CERCA-CATEGORIA.
004310         EXIT.
004320*
004330* NUMERA-LOTTO takes the next lotto number off the comune's
004340* testata row, creating the testata on the first lotto.
004350*
004360 NUMERA-LOTTO.
004370         MOVE SPACES         TO PRABULK-RECORD.
004380         MOVE OPJ-ARG-COMUNE TO PRABULK-COMUNE-CODE.
004390         MOVE 0              TO PRABULK-LOTTO.
004400         READ PRABULK
004410             INVALID KEY
004420                 MOVE SPACES         TO PRABULK-RECORD
004430                 MOVE OPJ-ARG-COMUNE TO PRABULK-COMUNE-CODE
004440                 MOVE 0              TO PRABULK-LOTTO
004450                 MOVE 0              TO PRABULK-ULTIMO-LOTTO
004460                 WRITE PRABULK-RECORD
004470         END-READ.
004480         ADD 1 TO PRABULK-ULTIMO-LOTTO.
004490         MOVE PRABULK-ULTIMO-LOTTO TO OPJ-LOTTO.
004500         REWRITE PRABULK-RECORD.
004510 EX-NUMERA-LOTTO.
004520         EXIT.
004530*
004540 PROVA-PRATICA.
004550         READ PRAVIEW NEXT RECORD
004560             AT END
004570                 SET OPJ-EOF TO TRUE
004580                 GO TO EX-PROVA-PRATICA
004590         END-READ.
004600         IF PRAVIEW-COMUNE-CODE NOT = OPJ-ARG-COMUNE
004610             SET OPJ-EOF TO TRUE
004620             GO TO EX-PROVA-PRATICA
004630         END-IF.
004640         PERFORM CONTROLLA-SELEZIONE THRU EX-CONTROLLA-SELEZIONE.
004650         IF OPJ-ESCLUSA
004660             GO TO EX-PROVA-PRATICA
004670         END-IF.
004680         ADD 1 TO OPJ-SELEZIONATE.

004690         MOVE SPACES              TO PRABULK-RECORD.
004700         MOVE OPJ-ARG-COMUNE      TO PRABULK-COMUNE-CODE.
004710         MOVE OPJ-LOTTO           TO PRABULK-LOTTO.
004720         MOVE PRAVIEW-PRATICA-ID  TO PRABULK-PRATICA-ID.
004730         PERFORM LEGGI-VERSIONE THRU EX-LEGGI-VERSIONE.
004740         MOVE OPJ-VERSIONE        TO PRABULK-VERSIONE-PROVA.
004750         SET PRABULK-DA-ESEGUIRE  TO TRUE.
004760         SET PRABULK-PROVA-AMMESSA TO TRUE.
004770         MOVE "DA ESEGUIRE" TO OPJ-ESITO-DESCR.
004780         IF OPJ-AZIONE-CHIUDI
004790             MOVE PRAVIEW-COMUNE-CODE TO TRN-COMUNE-CODE
004800             MOVE PRAVIEW-STATO       TO TRN-OLD-STATO
004810             MOVE "CH"                TO TRN-NEW-STATO
004820             SET TRN-RUOLO-RESPONSABILE TO TRUE
004830             MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID
004840             CALL "OPENPS02" USING TRANSCHK-AREA
004850             IF TRN-RIFIUTATA
004860                 SET PRABULK-PROVA-RIFIUTATA TO TRUE
004870                 MOVE "TRANSIZIONE RIFIUTATA" TO OPJ-ESITO-DESCR
004880             END-IF
004890         END-IF.
004900         IF PRABULK-PROVA-AMMESSA
004910             ADD 1 TO OPJ-AMMESSE
004920         END-IF.
004930         WRITE PRABULK-RECORD
004940             INVALID KEY
004950                 MOVE "PRABULK"      TO FILEH-NAME
004960                 MOVE STATUS-PRABULK TO FILEH-STATUS
004970                 PERFORM CHECK-FILE-STATUS
004980                     THRU EX-CHECK-FILE-STATUS
004990         END-WRITE.
005000         PERFORM STAMPA-PRATICA THRU EX-STAMPA-PRATICA.
005010 EX-PROVA-PRATICA.
005020         EXIT.
005030*
005040* CONTROLLA-SELEZIONE matches one pratica against the selection.
005050* A pratica the action would leave as it is (already CH, already
005060* in the new categoria, already unassigned) is not selected.
005070*
005080 CONTROLLA-SELEZIONE.
005090         SET OPJ-ESCLUSA TO TRUE.
005100         IF OPJ-SEL-CATEGORIA NOT = SPACES
005110             AND PRAVIEW-CATEGORIA NOT = OPJ-SEL-CATEGORIA
005120             GO TO EX-CONTROLLA-SELEZIONE
005130         END-IF.
005140         IF OPJ-SEL-STATO NOT = SPACES
005150             AND PRAVIEW-STATO NOT = OPJ-SEL-STATO
005160             GO TO EX-CONTROLLA-SELEZIONE
005170         END-IF.
005180         IF OPJ-SEL-DAL > 0 OR OPJ-SEL-AL < 99999999
005190             IF PRAVIEW-DATA-APERTURA NOT NUMERIC
005200                 GO TO EX-CONTROLLA-SELEZIONE
005210             END-IF
005220             IF PRAVIEW-DATA-APERTURA < OPJ-SEL-DAL
005230                 OR PRAVIEW-DATA-APERTURA > OPJ-SEL-AL
005240                 GO TO EX-CONTROLLA-SELEZIONE
005250             END-IF
005260         END-IF.
005270         IF OPJ-SEL-ASSEGNATARIO NOT = SPACES
005280             AND PRAVIEW-ASSEGNATARIO NOT = OPJ-SEL-ASSEGNATARIO
005290             GO TO EX-CONTROLLA-SELEZIONE
005300         END-IF.
005310         EVALUATE TRUE
005320             WHEN OPJ-AZIONE-CHIUDI
005330                 IF PRAVIEW-STATO-CHIUSA
005340                     GO TO EX-CONTROLLA-SELEZIONE
005350                 END-IF
005360             WHEN OPJ-AZIONE-CATEGORIA
005370                 IF PRAVIEW-CATEGORIA = OPJ-NUOVA-CATEGORIA
005380                     GO TO EX-CONTROLLA-SELEZIONE
005390                 END-IF
005400             WHEN OTHER
005410                 IF PRAVIEW-ASSEGNATARIO = SPACES
005420                     GO TO EX-CONTROLLA-SELEZIONE
005430                 END-IF
005440         END-EVALUATE.
005450         SET OPJ-SELEZIONATA TO TRUE.
005460 EX-CONTROLLA-SELEZIONE.
005470         EXIT.
005480*
005490 LEGGI-VERSIONE.
005500         IF PRAVIEW-VERSIONE NUMERIC
005510             MOVE PRAVIEW-VERSIONE TO OPJ-VERSIONE
005520         ELSE
005530             MOVE 0 TO OPJ-VERSIONE
005540         END-IF.
005550 EX-LEGGI-VERSIONE.
005560         EXIT.
005570*
005580 GENERA-CODICE.
005590         ACCEPT OPJ-ORA FROM TIME.
005600         COMPUTE OPJ-CALCOLO = OPJ-ORA * 7919
005610             + OPJ-LOTTO * 104729 + OPJ-SELEZIONATE * 31.
005620         DIVIDE OPJ-CALCOLO BY 999983 GIVING OPJ-QUOZIENTE
005630             REMAINDER OPJ-CODICE.
005640         IF OPJ-CODICE = 0
005650             MOVE 1 TO OPJ-CODICE
005660         END-IF.
005670 EX-GENERA-CODICE.
005680         EXIT.
005690*
005700* INTESTA-LOTTO heads each print with the lotto, its action and
005710* its selection.
005720*
005730 INTESTA-LOTTO.
005740         EVALUATE TRUE
005750             WHEN OPJ-AZIONE-CHIUDI
005760                 MOVE "CHIUDI"     TO OPJ-AZIONE-DESCR
005770             WHEN OPJ-AZIONE-CATEGORIA
005780                 MOVE "CATEGORIA"  TO OPJ-AZIONE-DESCR
005790             WHEN OTHER
005800                 MOVE "DISASSEGNA" TO OPJ-AZIONE-DESCR
005810         END-EVALUATE.
005820         MOVE SPACES TO STAMPA-LINE.
005830         STRING "COMUNE "            DELIMITED BY SIZE
005840             OPJ-ARG-COMUNE          DELIMITED BY SIZE
005850             " LOTTO "               DELIMITED BY SIZE
005860             OPJ-LOTTO               DELIMITED BY SIZE
005870             " AZIONE "              DELIMITED BY SIZE
005880             OPJ-AZIONE-DESCR        DELIMITED BY SPACE
005890             " "                     DELIMITED BY SIZE
005900             OPJ-NUOVA-CATEGORIA     DELIMITED BY SIZE
005910             INTO STAMPA-LINE
005920         END-STRING.
005930         PERFORM 9150-WRITE-STAMPA-LINE
005940             THRU EX-9150-WRITE-STAMPA-LINE.
005950         MOVE SPACES TO STAMPA-LINE.
005960         STRING "SELEZIONE CATEGORIA "  DELIMITED BY SIZE
005970             OPJ-SEL-CATEGORIA       DELIMITED BY SIZE
005980             " STATO "               DELIMITED BY SIZE
005990             OPJ-SEL-STATO           DELIMITED BY SIZE
006000             " APERTE DAL "          DELIMITED BY SIZE
006010             OPJ-SEL-DAL             DELIMITED BY SIZE
006020             " AL "                  DELIMITED BY SIZE
006030             OPJ-SEL-AL              DELIMITED BY SIZE
006040             " ASSEGNATARIO "        DELIMITED BY SIZE
006050             OPJ-SEL-ASSEGNATARIO    DELIMITED BY SIZE
006060             INTO STAMPA-LINE
006070         END-STRING.
006080         PERFORM 9150-WRITE-STAMPA-LINE
006090             THRU EX-9150-WRITE-STAMPA-LINE.
006100         MOVE SPACES TO STAMPA-LINE.
006110         PERFORM 9150-WRITE-STAMPA-LINE
006120             THRU EX-9150-WRITE-STAMPA-LINE.
006130         MOVE "PRATICA    ST CATEG. APERTURA ASSEGNATARIO"
006140             TO STAMPA-LINE.
006150         MOVE "ESITO" TO STAMPA-LINE(65:5).
006160         PERFORM 9150-WRITE-STAMPA-LINE
006170             THRU EX-9150-WRITE-STAMPA-LINE.
006180 EX-INTESTA-LOTTO.
006190         EXIT.
006200*
006210* STAMPA-PRATICA prints the PRAVIEW row in hand as it stands,
006220* with OPJ-ESITO-DESCR.
006230*
006240 STAMPA-PRATICA.
006250         MOVE SPACES TO STAMPA-LINE.
006260         STRING PRAVIEW-PRATICA-ID    DELIMITED BY SIZE
006270             " "                      DELIMITED BY SIZE
006280             PRAVIEW-STATO            DELIMITED BY SIZE
006290             " "                      DELIMITED BY SIZE
006300             PRAVIEW-CATEGORIA        DELIMITED BY SIZE
006310             " "                      DELIMITED BY SIZE
006320             PRAVIEW-DATA-APERTURA    DELIMITED BY SIZE
006330             " "                      DELIMITED BY SIZE
006340             PRAVIEW-ASSEGNATARIO     DELIMITED BY SIZE
006350             " "                      DELIMITED BY SIZE
006360             OPJ-ESITO-DESCR          DELIMITED BY SIZE
006370             INTO STAMPA-LINE
006380         END-STRING.
006390         PERFORM 9150-WRITE-STAMPA-LINE
006400             THRU EX-9150-WRITE-STAMPA-LINE.
006410 EX-STAMPA-PRATICA.
006420         EXIT.
006430*
006440* ESEGUI-LOTTO applies a lotto the dry run left provato, for a
006450* responsabile or admin of the comune quoting its code. Only the
006460* pratiche the dry run listed are touched, and only those whose
006470* VERSIONE has not moved since: anything changed in between was
006480* not what the print showed.
006490*
006500 ESEGUI-LOTTO.
006510         IF OPJ-PARM-1(1:5) NOT NUMERIC
006520             OR OPJ-PARM-2(1:6) NOT NUMERIC
006530             OR OPJ-PARM-3 = SPACES
006540             DISPLAY "OPENPJ35: uso ESEGUI comune lotto codice "
006550                 "operatore"
006560             MOVE 12 TO RETURN-CODE
006570             GO TO EX-ESEGUI-LOTTO
006580         END-IF.
006590         MOVE OPJ-PARM-1(1:5) TO OPJ-LOTTO.
006600         MOVE OPJ-PARM-2(1:6) TO OPJ-CODICE.
006610         MOVE OPJ-PARM-3      TO OPJ-OPERATORE.

006620         PERFORM APRI-LOTTO THRU EX-APRI-LOTTO.
006630         IF OPJ-ERRORE
006640             MOVE 12 TO RETURN-CODE
006650             GO TO EX-ESEGUI-LOTTO
006660         END-IF.
006670         IF NOT PRABULK-PROVATO
006680             DISPLAY "OPENPJ35: lotto " OPJ-LOTTO
006690                 " gia' eseguito"
006700             MOVE 12 TO RETURN-CODE
006710             PERFORM CHIUDI-LOTTO THRU EX-CHIUDI-LOTTO
006720             GO TO EX-ESEGUI-LOTTO
006730         END-IF.
006740         IF PRABULK-CODICE NOT = OPJ-CODICE
006750             DISPLAY "OPENPJ35: codice di approvazione errato"
006760             MOVE 12 TO RETURN-CODE
006770             PERFORM CHIUDI-LOTTO THRU EX-CHIUDI-LOTTO
006780             GO TO EX-ESEGUI-LOTTO
006790         END-IF.

006800         MOVE SPACES TO STAMPA-SPOOL-PATH.
006810         STRING "BULKESEG."      DELIMITED BY SIZE
006820             OPJ-ARG-COMUNE      DELIMITED BY SIZE
006830             "."                 DELIMITED BY SIZE
006840             OPJ-LOTTO           DELIMITED BY SIZE
006850             INTO STAMPA-SPOOL-PATH
006860         END-STRING.
006870         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
006880         PERFORM INTESTA-LOTTO THRU EX-INTESTA-LOTTO.

006890         OPEN OUTPUT BULKRB.
006900         MOVE "BULKRB"      TO FILEH-NAME.
006910         MOVE STATUS-BULKRB TO FILEH-STATUS.
006920         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
006930         PERFORM APRI-STORIA THRU EX-APRI-STORIA.

006940         MOVE OPJ-ARG-COMUNE TO PRABULK-COMUNE-CODE.
006950         MOVE OPJ-LOTTO      TO PRABULK-LOTTO.
006960         MOVE SPACES         TO PRABULK-PRATICA-ID.
006970         START PRABULK KEY IS GREATER THAN PRABULK-KEY
006980             INVALID KEY
006990                 SET OPJ-EOF TO TRUE
007000         END-START.
007010         PERFORM ESEGUI-PRATICA THRU EX-ESEGUI-PRATICA
007020             UNTIL OPJ-EOF.
007030         CLOSE BULKRB.

007040         MOVE OPJ-ARG-COMUNE TO PRABULK-COMUNE-CODE.
007050         MOVE OPJ-LOTTO      TO PRABULK-LOTTO.
007060         MOVE SPACES         TO PRABULK-PRATICA-ID.
007070         READ PRABULK.
007080         SET PRABULK-ESEGUITO     TO TRUE.
007090         MOVE OPJ-TODAY-DATE      TO PRABULK-DATA-ESECUZIONE.
007100         MOVE OPJ-OPERATORE       TO PRABULK-ESEGUITO-DA.
007110         MOVE OPJ-ESEGUITE        TO PRABULK-ESEGUITE.
007120         MOVE OPJ-SCARTATE        TO PRABULK-SCARTATE.
007130         REWRITE PRABULK-RECORD.

007140         MOVE OPJ-ESEGUITE TO OPJ-CONTA-EDIT.
007150         MOVE OPJ-SCARTATE TO OPJ-CONTA2-EDIT.
007160         MOVE SPACES TO STAMPA-LINE.
007170         PERFORM 9150-WRITE-STAMPA-LINE
007180             THRU EX-9150-WRITE-STAMPA-LINE.
007190         STRING "PRATICHE MODIFICATE "   DELIMITED BY SIZE
007200             OPJ-CONTA-EDIT              DELIMITED BY SIZE
007210             "  SCARTATE "               DELIMITED BY SIZE
007220             OPJ-CONTA2-EDIT             DELIMITED BY SIZE
007230             "  FILE DI RIPRISTINO "     DELIMITED BY SIZE
007240             BULKRB-PATH                 DELIMITED BY SPACE
007250             INTO STAMPA-LINE
007260         END-STRING.
007270         PERFORM 9150-WRITE-STAMPA-LINE
007280             THRU EX-9150-WRITE-STAMPA-LINE.
007290         CLOSE PRASTAMPA.
007300         PERFORM CHIUDI-STORIA THRU EX-CHIUDI-STORIA.
007310         PERFORM CHIUDI-LOTTO THRU EX-CHIUDI-LOTTO.
007320         MOVE OPJ-ESEGUITE TO RUNLG-CONTA.
007330         DISPLAY "OPENPJ35: lotto " OPJ-LOTTO
007340             " eseguito, modificate " OPJ-ESEGUITE
007350             " scartate " OPJ-SCARTATE
007360             " notifiche perse " OPJ-NOTIF-PERSE.
007370         IF OPJ-SCARTATE > 0
007380             MOVE 4 TO RETURN-CODE
007390         END-IF.
007400 EX-ESEGUI-LOTTO.
007410         EXIT.
007420*
007430* APRI-LOTTO opens PRAVIEW and PRABULK, reads the lotto's header
007440* row back into the selection fields, checks the operatore and
007450* names the lotto's rollback file.
007460*
007470 APRI-LOTTO.
007480         SET OPJ-NO-ERRORE TO TRUE.
007490         PERFORM CERCA-OPERATORE THRU EX-CERCA-OPERATORE.
007500         IF OPJ-ERRORE
007510             GO TO EX-APRI-LOTTO
007520         END-IF.
007530         OPEN I-O PRABULK.
007540         IF STATUS-PRABULK = "35"
007550             DISPLAY "OPENPJ35: nessun lotto in archivio"
007560             SET OPJ-ERRORE TO TRUE
007570             GO TO EX-APRI-LOTTO
007580         END-IF.
007590         MOVE "PRABULK"      TO FILEH-NAME.
007600         MOVE STATUS-PRABULK TO FILEH-STATUS.
007610         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
007620         MOVE SPACES         TO PRABULK-RECORD.
007630         MOVE OPJ-ARG-COMUNE TO PRABULK-COMUNE-CODE.
007640         MOVE OPJ-LOTTO      TO PRABULK-LOTTO.
007650         READ PRABULK
007660             INVALID KEY
007670                 DISPLAY "OPENPJ35: lotto " OPJ-LOTTO
007680                     " inesistente per il comune " OPJ-ARG-COMUNE
007690                 SET OPJ-ERRORE TO TRUE
007700                 CLOSE PRABULK
007710                 GO TO EX-APRI-LOTTO
007720         END-READ.
007730         IF OPJ-LOTTO = 0
007740             DISPLAY "OPENPJ35: lotto non valido"
007750             SET OPJ-ERRORE TO TRUE
007760             CLOSE PRABULK
007770             GO TO EX-APRI-LOTTO
007780         END-IF.
007790         MOVE PRABULK-AZIONE           TO OPJ-AZIONE.
007800         MOVE PRABULK-NUOVA-CATEGORIA  TO OPJ-NUOVA-CATEGORIA.
007810         MOVE PRABULK-SEL-CATEGORIA    TO OPJ-SEL-CATEGORIA.
007820         MOVE PRABULK-SEL-STATO        TO OPJ-SEL-STATO.
007830         MOVE PRABULK-SEL-DAL          TO OPJ-SEL-DAL.
007840         MOVE PRABULK-SEL-AL           TO OPJ-SEL-AL.
007850         MOVE PRABULK-SEL-ASSEGNATARIO TO OPJ-SEL-ASSEGNATARIO.
007860         OPEN I-O PRAVIEW.
007870         MOVE "PRAVIEW"      TO FILEH-NAME.
007880         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
007890         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
007900         MOVE SPACES TO BULKRB-PATH.
007910         STRING "BULKRB."        DELIMITED BY SIZE
007920             OPJ-ARG-COMUNE      DELIMITED BY SIZE
007930             "."                 DELIMITED BY SIZE
007940             OPJ-LOTTO           DELIMITED BY SIZE
007950             INTO BULKRB-PATH
007960         END-STRING.
007970 EX-APRI-LOTTO.
007980         EXIT.
007990*
008000 CHIUDI-LOTTO.
008010         CLOSE PRABULK.
008020         CLOSE PRAVIEW.
008030 EX-CHIUDI-LOTTO.
008040         EXIT.
008050*
008060* CERCA-OPERATORE wants the operatore among the comune's users
008070* as a responsabile or an admin; the role found is the one the
008080* state moves are asked for under.
008090*
008100 CERCA-OPERATORE.
008110         OPEN INPUT PRAUTEN.
008120         MOVE "PRAUTEN"      TO FILEH-NAME.
008130         MOVE STATUS-PRAUTEN TO FILEH-STATUS.
008140         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
008150         SET OPJ-ERRORE TO TRUE.
008160         MOVE SPACES         TO PRAUTEN-KEY.
008170         MOVE OPJ-ARG-COMUNE TO PRAUTEN-COMUNE-CODE.
008180         MOVE OPJ-OPERATORE  TO PRAUTEN-USERID.
008190         START PRAUTEN KEY IS NOT LESS THAN PRAUTEN-KEY
008200             INVALID KEY
008210                 MOVE SPACES TO PRAUTEN-RECORD
008220         END-START.
008230         IF PRAUTEN-COMUNE-CODE = OPJ-ARG-COMUNE
008240             READ PRAUTEN NEXT RECORD
008250                 AT END
008260                     MOVE SPACES TO PRAUTEN-RECORD
008270             END-READ
008280         END-IF.
008290         IF PRAUTEN-COMUNE-CODE = OPJ-ARG-COMUNE
008300             AND PRAUTEN-USERID(1:30) = OPJ-OPERATORE
008310             AND (PRAUTEN-RESPONSABILE OR PRAUTEN-ADMIN)
008320             MOVE PRAUTEN-RUOLO TO OPJ-RUOLO
008330             SET OPJ-NO-ERRORE TO TRUE
008340         ELSE
008350             DISPLAY "OPENPJ35: " OPJ-OPERATORE
008360                 " non e' responsabile del comune " OPJ-ARG-COMUNE
008370         END-IF.
008380         CLOSE PRAUTEN.
008390 EX-CERCA-OPERATORE.
008400         EXIT.
008410*
008420 ESEGUI-PRATICA.
008430         READ PRABULK NEXT RECORD
008440             AT END
008450                 SET OPJ-EOF TO TRUE
008460                 GO TO EX-ESEGUI-PRATICA
008470         END-READ.
008480         IF PRABULK-COMUNE-CODE NOT = OPJ-ARG-COMUNE
008490             OR PRABULK-LOTTO NOT = OPJ-LOTTO
008500             SET OPJ-EOF TO TRUE
008510             GO TO EX-ESEGUI-PRATICA
008520         END-IF.
008530         IF NOT PRABULK-DA-ESEGUIRE
008540             GO TO EX-ESEGUI-PRATICA
008550         END-IF.

008560         MOVE PRABULK-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
008570         MOVE PRABULK-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
008580         READ PRAVIEW
008590             INVALID KEY
008600                 MOVE SPACES TO PRAVIEW-RECORD
008610                 MOVE PRABULK-PRATICA-ID TO PRAVIEW-PRATICA-ID
008620                 MOVE "NON PIU' IN LINEA" TO OPJ-ESITO-DESCR
008630                 PERFORM SCARTA-PRATICA THRU EX-SCARTA-PRATICA
008640                 GO TO EX-ESEGUI-PRATICA
008650         END-READ.
008660         PERFORM LEGGI-VERSIONE THRU EX-LEGGI-VERSIONE.
008670         IF OPJ-VERSIONE NOT = PRABULK-VERSIONE-PROVA
008680             MOVE "MODIFICATA DOPO LA PROVA" TO OPJ-ESITO-DESCR
008690             PERFORM SCARTA-PRATICA THRU EX-SCARTA-PRATICA
008700             GO TO EX-ESEGUI-PRATICA
008710         END-IF.
008720         IF OPJ-AZIONE-CHIUDI
008730             MOVE PRAVIEW-COMUNE-CODE TO TRN-COMUNE-CODE
008740             MOVE PRAVIEW-STATO       TO TRN-OLD-STATO
008750             MOVE "CH"                TO TRN-NEW-STATO
008760             MOVE OPJ-RUOLO           TO TRN-RUOLO
008770             MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID
008780             CALL "OPENPS02" USING TRANSCHK-AREA
008790             IF TRN-RIFIUTATA
008800                 MOVE "TRANSIZIONE RIFIUTATA" TO OPJ-ESITO-DESCR
008810                 PERFORM SCARTA-PRATICA THRU EX-SCARTA-PRATICA
008820                 GO TO EX-ESEGUI-PRATICA
008830             END-IF
008840         END-IF.

008850         MOVE PRAVIEW-STATO        TO OPJ-OLD-STATO.
008860         MOVE PRAVIEW-CATEGORIA    TO OPJ-OLD-CATEGORIA.
008870         MOVE PRAVIEW-ASSEGNATARIO TO OPJ-OLD-ASSEGNATARIO.
008880         EVALUATE TRUE
008890             WHEN OPJ-AZIONE-CHIUDI
008900                 SET PRAVIEW-STATO-CHIUSA TO TRUE
008910             WHEN OPJ-AZIONE-CATEGORIA
008920                 MOVE OPJ-NUOVA-CATEGORIA TO PRAVIEW-CATEGORIA
008930             WHEN OTHER
008940                 MOVE SPACES TO PRAVIEW-ASSEGNATARIO
008950         END-EVALUATE.
008960         PERFORM AGGIORNA-PRATICA THRU EX-AGGIORNA-PRATICA.

008970         MOVE SPACES               TO BULKRB-RECORD.
008980         MOVE OPJ-ARG-COMUNE       TO BULKRB-COMUNE-CODE.
008990         MOVE OPJ-LOTTO            TO BULKRB-LOTTO.
009000         MOVE PRAVIEW-PRATICA-ID   TO BULKRB-PRATICA-ID.
009010         MOVE OPJ-AZIONE           TO BULKRB-AZIONE.
009020         MOVE OPJ-OLD-STATO        TO BULKRB-OLD-STATO.
009030         MOVE PRAVIEW-STATO        TO BULKRB-NEW-STATO.
009040         MOVE OPJ-OLD-CATEGORIA    TO BULKRB-OLD-CATEGORIA.
009050         MOVE PRAVIEW-CATEGORIA    TO BULKRB-NEW-CATEGORIA.
009060         MOVE OPJ-OLD-ASSEGNATARIO TO BULKRB-OLD-ASSEGNATARIO.
009070         MOVE PRAVIEW-ASSEGNATARIO TO BULKRB-NEW-ASSEGNATARIO.
009080         MOVE PRAVIEW-VERSIONE     TO BULKRB-VERSIONE.
009090         WRITE BULKRB-RECORD.

009100         SET PRABULK-ESEGUITA TO TRUE.
009110         REWRITE PRABULK-RECORD.
009120         ADD 1 TO OPJ-ESEGUITE.
009130         MOVE "ESEGUITA" TO OPJ-ESITO-DESCR.
009140         PERFORM STAMPA-PRATICA THRU EX-STAMPA-PRATICA.
009150 EX-ESEGUI-PRATICA.
009160         EXIT.
009170*
009180 SCARTA-PRATICA.
009190         SET PRABULK-SCARTATA TO TRUE.
009200         REWRITE PRABULK-RECORD.
009210         ADD 1 TO OPJ-SCARTATE.
009220         PERFORM STAMPA-PRATICA THRU EX-STAMPA-PRATICA.
009230 EX-SCARTA-PRATICA.
009240         EXIT.
009250*
009260* AGGIORNA-PRATICA rewrites the changed PRAVIEW row with its
009270* VERSIONE bumped, archives the change in PRAHIST and queues its
009280* notice, the same three steps every other writer takes.
009290*
009300 AGGIORNA-PRATICA.
009310         IF PRAVIEW-VERSIONE NOT NUMERIC
009320             MOVE 0 TO PRAVIEW-VERSIONE
009330         END-IF.
009340         ADD 1 TO PRAVIEW-VERSIONE.
009350         REWRITE PRAVIEW-RECORD.

009360         MOVE SPACES TO PRAHIST-RECORD.
009370         ACCEPT PRAHIST-DATE FROM DATE YYYYMMDD.
009380         ACCEPT PRAHIST-TIME FROM TIME.
009390         MOVE PRAVIEW-PRATICA-ID     TO PRAHIST-PRATICA-ID.
009400         MOVE PRAVIEW-COMUNE-CODE    TO PRAHIST-COMUNE-CODE.
009410         MOVE OPJ-OPERATORE          TO PRAHIST-USERID.
009420         MOVE OPJ-OLD-STATO          TO PRAHIST-OLD-STATO.
009430         MOVE PRAVIEW-STATO          TO PRAHIST-NEW-STATO.
009440         MOVE PRAVIEW-RICHIEDENTE    TO PRAHIST-OLD-RICHIEDENTE.
009450         MOVE PRAVIEW-RICHIEDENTE    TO PRAHIST-NEW-RICHIEDENTE.
009460         MOVE PRAVIEW-IMPORTO-DOVUTO
009470             TO PRAHIST-OLD-IMPORTO-DOVUTO.
009480         MOVE PRAVIEW-IMPORTO-DOVUTO
009490             TO PRAHIST-NEW-IMPORTO-DOVUTO.
009500         MOVE PRAVIEW-CODICE-FISCALE
009510             TO PRAHIST-CODICE-FISCALE.
009520         MOVE OPJ-OLD-CATEGORIA      TO PRAHIST-OLD-CATEGORIA.
009530         MOVE PRAVIEW-CATEGORIA      TO PRAHIST-NEW-CATEGORIA.
009540         MOVE OPJ-OLD-ASSEGNATARIO   TO PRAHIST-OLD-ASSEGNATARIO.
009550         MOVE PRAVIEW-ASSEGNATARIO   TO PRAHIST-NEW-ASSEGNATARIO.
009560         WRITE PRAHIST-RECORD.

009570         PERFORM ACCODA-NOTIFICA THRU EX-ACCODA-NOTIFICA.
009580 EX-AGGIORNA-PRATICA.
009590         EXIT.
009600*
009610* ACCODA-NOTIFICA queues the change for the OPENPJ10 sender: a
009620* state move to the richiedente under its own pair, a categoria
009630* change to the richiedente as **CT, an assignment change as
009640* **AS to the istruttore it concerns - the one taken off the
009650* pratica, or the one a rollback gives it back to.
009660*
009670 ACCODA-NOTIFICA.
009680         IF OPJ-NOTIF-CHIUSO
009690             ADD 1 TO OPJ-NOTIF-PERSE
009700             GO TO EX-ACCODA-NOTIFICA
009710         END-IF.
009720         MOVE PRAVIEW-COMUNE-CODE TO PRANOTIF-COMUNE-CODE.
009730         MOVE PRAVIEW-PRATICA-ID  TO PRANOTIF-PRATICA-ID.
009740         ACCEPT PRANOTIF-DATA FROM DATE YYYYMMDD.
009750         ACCEPT PRANOTIF-ORA  FROM TIME.
009760         MOVE PRAVIEW-RICHIEDENTE TO PRANOTIF-DESTINATARIO.
009770         EVALUATE TRUE
009780             WHEN OPJ-AZIONE-CHIUDI
009790                 MOVE OPJ-OLD-STATO  TO PRANOTIF-OLD-STATO
009800                 MOVE PRAVIEW-STATO  TO PRANOTIF-NEW-STATO
009810             WHEN OPJ-AZIONE-CATEGORIA
009820                 MOVE "**"           TO PRANOTIF-OLD-STATO
009830                 MOVE "CT"           TO PRANOTIF-NEW-STATO
009840             WHEN OTHER
009850                 MOVE "**"           TO PRANOTIF-OLD-STATO
009860                 MOVE "AS"           TO PRANOTIF-NEW-STATO
009870                 IF PRAVIEW-ASSEGNATARIO NOT = SPACES
009880                     MOVE PRAVIEW-ASSEGNATARIO
009890                         TO PRANOTIF-DESTINATARIO
009900                 ELSE
009910                     MOVE OPJ-OLD-ASSEGNATARIO
009920                         TO PRANOTIF-DESTINATARIO
009930                 END-IF
009940         END-EVALUATE.
009950         SET PRANOTIF-DA-INVIARE  TO TRUE.
009960         MOVE 0                   TO PRANOTIF-TENTATIVI.
009970         WRITE PRANOTIF-RECORD
009980             INVALID KEY
009990                 ADD 1 TO OPJ-NOTIF-PERSE
010000         END-WRITE.
010010 EX-ACCODA-NOTIFICA.
010020         EXIT.
010030*
010040* APRI-STORIA opens PRAHIST for the whole run, and PRANOTIF when
010050* it can: a change whose notice cannot be queued still stands,
010060* and is counted.
010070*
010080 APRI-STORIA.
010090         OPEN EXTEND PRAHIST.
010100         MOVE "PRAHIST"      TO FILEH-NAME.
010110         MOVE STATUS-PRAHIST TO FILEH-STATUS.
010120         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
010130         OPEN I-O PRANOTIF.
010140         IF STATUS-PRANOTIF = "35"
010150             OPEN OUTPUT PRANOTIF
010160             CLOSE PRANOTIF
010170             OPEN I-O PRANOTIF
010180         END-IF.
010190         IF STATUS-PRANOTIF = "00"
010200             SET OPJ-NOTIF-APERTO TO TRUE
010210         ELSE
010220             DISPLAY "OPENPJ35: notifiche perse, PRANOTIF stato "
010230                 STATUS-PRANOTIF
010240         END-IF.
010250 EX-APRI-STORIA.
010260         EXIT.
010270*
010280 CHIUDI-STORIA.
010290         CLOSE PRAHIST.
010300         IF OPJ-NOTIF-APERTO
010310             CLOSE PRANOTIF
010320             SET OPJ-NOTIF-CHIUSO TO TRUE
010330         END-IF.
010340 EX-CHIUDI-STORIA.
010350         EXIT.
010360*
010370* RIPRISTINA-LOTTO reverses an executed lotto off its rollback
010380* file: each pratica gets back the value the lotto took from it,
010390* unless it has been changed again since. The reversal puts back
010400* a state the pratica legally held, so it is not asked of
010410* OPENPS02, which judges forward moves only; it is archived and
010420* notified like the change it undoes.
010430*
010440 RIPRISTINA-LOTTO.
010450         IF OPJ-PARM-1(1:5) NOT NUMERIC
010460             OR OPJ-PARM-2 = SPACES
010470             DISPLAY "OPENPJ35: uso RIPRISTINA comune lotto "
010480                 "operatore"
010490             MOVE 12 TO RETURN-CODE
010500             GO TO EX-RIPRISTINA-LOTTO
010510         END-IF.
010520         MOVE OPJ-PARM-1(1:5) TO OPJ-LOTTO.
010530         MOVE OPJ-PARM-2      TO OPJ-OPERATORE.

010540         PERFORM APRI-LOTTO THRU EX-APRI-LOTTO.
010550         IF OPJ-ERRORE
010560             MOVE 12 TO RETURN-CODE
010570             GO TO EX-RIPRISTINA-LOTTO
010580         END-IF.
010590         IF NOT PRABULK-ESEGUITO
010600             DISPLAY "OPENPJ35: lotto " OPJ-LOTTO
010610                 " non eseguito o gia' ripristinato"
010620             MOVE 12 TO RETURN-CODE
010630             PERFORM CHIUDI-LOTTO THRU EX-CHIUDI-LOTTO
010640             GO TO EX-RIPRISTINA-LOTTO
010650         END-IF.
010660         OPEN INPUT BULKRB.
010670         IF STATUS-BULKRB NOT = "00"
010680             DISPLAY "OPENPJ35: file di ripristino assente "
010690                 BULKRB-PATH
010700             MOVE 12 TO RETURN-CODE
010710             PERFORM CHIUDI-LOTTO THRU EX-CHIUDI-LOTTO
010720             GO TO EX-RIPRISTINA-LOTTO
010730         END-IF.

010740         MOVE SPACES TO STAMPA-SPOOL-PATH.
010750         STRING "BULKRIPR."      DELIMITED BY SIZE
010760             OPJ-ARG-COMUNE      DELIMITED BY SIZE
010770             "."                 DELIMITED BY SIZE
010780             OPJ-LOTTO           DELIMITED BY SIZE
010790             INTO STAMPA-SPOOL-PATH
010800         END-STRING.
010810         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
010820         MOVE "RIPRISTINO DEL LOTTO" TO STAMPA-LINE.
010830         PERFORM 9150-WRITE-STAMPA-LINE
010840             THRU EX-9150-WRITE-STAMPA-LINE.
010850         PERFORM INTESTA-LOTTO THRU EX-INTESTA-LOTTO.
010860         PERFORM APRI-STORIA THRU EX-APRI-STORIA.

010870         PERFORM RIPRISTINA-PRATICA THRU EX-RIPRISTINA-PRATICA
010880             UNTIL OPJ-EOF.
010890         CLOSE BULKRB.

010900         MOVE OPJ-ARG-COMUNE TO PRABULK-COMUNE-CODE.
010910         MOVE OPJ-LOTTO      TO PRABULK-LOTTO.
010920         MOVE SPACES         TO PRABULK-PRATICA-ID.
010930         READ PRABULK.
010940         SET PRABULK-RIPRISTINATO TO TRUE.
010950         MOVE OPJ-TODAY-DATE      TO PRABULK-DATA-RIPRISTINO.
010960         MOVE OPJ-OPERATORE       TO PRABULK-RIPRISTINATO-DA.
010970         MOVE OPJ-ESEGUITE        TO PRABULK-RIPRISTINATE.
010980         REWRITE PRABULK-RECORD.

010990         MOVE OPJ-ESEGUITE TO OPJ-CONTA-EDIT.
011000         MOVE OPJ-SCARTATE TO OPJ-CONTA2-EDIT.
011010         MOVE SPACES TO STAMPA-LINE.
011020         PERFORM 9150-WRITE-STAMPA-LINE
011030             THRU EX-9150-WRITE-STAMPA-LINE.
011040         STRING "PRATICHE RIPRISTINATE "  DELIMITED BY SIZE
011050             OPJ-CONTA-EDIT              DELIMITED BY SIZE
011060             "  NON RIPRISTINABILI "     DELIMITED BY SIZE
011070             OPJ-CONTA2-EDIT             DELIMITED BY SIZE
011080             INTO STAMPA-LINE
011090         END-STRING.
011100         PERFORM 9150-WRITE-STAMPA-LINE
011110             THRU EX-9150-WRITE-STAMPA-LINE.
011120         CLOSE PRASTAMPA.
011130         PERFORM CHIUDI-STORIA THRU EX-CHIUDI-STORIA.
011140         PERFORM CHIUDI-LOTTO THRU EX-CHIUDI-LOTTO.
011150         MOVE OPJ-ESEGUITE TO RUNLG-CONTA.
011160         DISPLAY "OPENPJ35: lotto " OPJ-LOTTO
011170             " ripristinato, pratiche " OPJ-ESEGUITE
011180             " non ripristinabili " OPJ-SCARTATE.
011190         IF OPJ-SCARTATE > 0
011200             MOVE 4 TO RETURN-CODE
011210         END-IF.
011220 EX-RIPRISTINA-LOTTO.
011230         EXIT.
011240*
011250 RIPRISTINA-PRATICA.
011260         READ BULKRB
011270             AT END
011280                 SET OPJ-EOF TO TRUE
011290                 GO TO EX-RIPRISTINA-PRATICA
011300         END-READ.
011310         IF BULKRB-COMUNE-CODE NOT = OPJ-ARG-COMUNE
011320             OR BULKRB-LOTTO NOT = OPJ-LOTTO
011330             GO TO EX-RIPRISTINA-PRATICA
011340         END-IF.
011350         MOVE BULKRB-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
011360         MOVE BULKRB-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
011370         READ PRAVIEW
011380             INVALID KEY
011390                 MOVE SPACES TO PRAVIEW-RECORD
011400                 MOVE BULKRB-PRATICA-ID TO PRAVIEW-PRATICA-ID
011410                 MOVE "NON PIU' IN LINEA" TO OPJ-ESITO-DESCR
011420                 ADD 1 TO OPJ-SCARTATE
011430                 PERFORM STAMPA-PRATICA THRU EX-STAMPA-PRATICA
011440                 GO TO EX-RIPRISTINA-PRATICA
011450         END-READ.
011460         PERFORM LEGGI-VERSIONE THRU EX-LEGGI-VERSIONE.
011470         IF OPJ-VERSIONE NOT = BULKRB-VERSIONE
011480             MOVE "MODIFICATA DOPO IL LOTTO" TO OPJ-ESITO-DESCR
011490             ADD 1 TO OPJ-SCARTATE
011500             PERFORM STAMPA-PRATICA THRU EX-STAMPA-PRATICA
011510             GO TO EX-RIPRISTINA-PRATICA
011520         END-IF.

011530         MOVE PRAVIEW-STATO        TO OPJ-OLD-STATO.
011540         MOVE PRAVIEW-CATEGORIA    TO OPJ-OLD-CATEGORIA.
011550         MOVE PRAVIEW-ASSEGNATARIO TO OPJ-OLD-ASSEGNATARIO.
011560         EVALUATE TRUE
011570             WHEN OPJ-AZIONE-CHIUDI
011580                 MOVE BULKRB-OLD-STATO TO PRAVIEW-STATO
011590             WHEN OPJ-AZIONE-CATEGORIA
011600                 MOVE BULKRB-OLD-CATEGORIA TO PRAVIEW-CATEGORIA
011610             WHEN OTHER
011620                 MOVE BULKRB-OLD-ASSEGNATARIO
011630                     TO PRAVIEW-ASSEGNATARIO
011640         END-EVALUATE.
011650         PERFORM AGGIORNA-PRATICA THRU EX-AGGIORNA-PRATICA.
011660         ADD 1 TO OPJ-ESEGUITE.
011670         MOVE "RIPRISTINATA" TO OPJ-ESITO-DESCR.
011680         PERFORM STAMPA-PRATICA THRU EX-STAMPA-PRATICA.
011690 EX-RIPRISTINA-PRATICA.
011700         EXIT.
011710*
011720 FINE-BATCH.
011730         PERFORM SEGNA-FINE-CORSA
011740             THRU EX-SEGNA-FINE-CORSA.
011750 EX-FINE-BATCH.
011760         EXIT.

011770         COPY "PIOWEB1.CBL".

011780         COPY "PJCHECK.CBL".

011790         COPY "PJRUNLOG.CBL".
