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
000190** flusso batch notturno dei solleciti: percorre PRAVIEW e per
000200** ogni pratica con un residuo ancora da pagare (IMPORTO-DOVUTO
000210** meno gli incassi di PRAPAY) misura i giorni trascorsi dalla
000220** scadenza - quella del primo avviso pagoPA emesso, o in mancanza
000230** trenta giorni dall'apertura - e alle eta' tabellate nelle righe
000240** "P" di PRATAB del comune (SOLL1, SOLL2, MORA, RUOLO; 30, 60, 90
000250** e 120 giorni in mancanza) accoda su PRANOTIF il primo
000260** sollecito, il secondo e la messa in mora, e da ultimo scrive il
000270** debito con gli interessi legali sul flusso RUOLOUT per l'agente
000280** della riscossione. Ogni passo resta su PRASOLL, cosi' nessuno
000290** riceve due volte la stessa lettera, e un passo parte solo a
000300** distanza dal precedente pari allo scarto fra le due eta'. Le
000310** pratiche rateizzate o sotto vincolo legale non si sollecitano
000320** e vengono contate a parte. La scadenza del debito e il giorno
000330** in cui matura ogni eta' li calcola il servizio OPENPS07, che
000340** salta domeniche, festivita' e chiusure del calendario PRACAL.
000350*
000360 IDENTIFICATION   DIVISION.
000370 PROGRAM-ID.      OPENPJ24.
000380 ENVIRONMENT      DIVISION.
000390 CONFIGURATION    SECTION.
000400         COPY "SPECIAL.CBL".
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.

000430         COPY "SELVIEW.CBL".
000440         COPY "SELTAB.CBL".
000450         COPY "SELPAY.CBL".
000460         COPY "SELPOSD.CBL".
000470         COPY "SELSOLL.CBL".
000480         COPY "SELNOTIF.CBL".
000490         COPY "SELRUOL.CBL".

000500         COPY "SELRUNLG.CBL".

000510 DATA             DIVISION.
000520 FILE SECTION.

000530         COPY "FDEVIEW.CBL".
000540         COPY "FDETAB.CBL".
000550         COPY "FDEPAY.CBL".
000560         COPY "FDEPOSD.CBL".
000570         COPY "FDESOLL.CBL".
000580         COPY "FDENOTIF.CBL".
000590         COPY "FDERUOL.CBL".

000600         COPY "FDERUNLG.CBL".

000610 WORKING-STORAGE  SECTION.

000620         COPY "GLOBALS.CBL".
000630         COPY "FILEHWS.CBL".
000640         COPY "RUNLGWS.CBL".
000650         COPY "RATECALC.CBL".
000660         COPY "CALCHK.CBL".
000670*
000680 77  OPJ-EOF-SW                    PIC X(01).
000690     88  OPJ-EOF                       VALUE "S".
000700     88  OPJ-NOT-EOF                   VALUE "N".
000710 77  OPJ-PAY-EOF-SW                PIC X(01).
000720     88  OPJ-PAY-EOF                   VALUE "S".
000730     88  OPJ-PAY-NOT-EOF               VALUE "N".
000740 77  OPJ-TODAY-DATE                PIC 9(08).
000750 77  OPJ-TODAY-INT                 PIC 9(08) COMP-5.
000760 77  OPJ-DATA-SCADENZA             PIC 9(08).
000770 77  OPJ-GIORNI-RITARDO            PIC S9(07) COMP-5.
000780 77  OPJ-GIORNI-DAL-PRECEDENTE     PIC S9(07) COMP-5.
000790 77  OPJ-RESIDUO                   PIC S9(9)V99 COMP-3.
000800 77  OPJ-INTERESSI                 PIC S9(9)V99 COMP-3.
000810 77  OPJ-LIVELLO                   PIC 9(01).
000820 77  OPJ-IX                        PIC 9(04) COMP-5.
000830*
000840* The comune whose "P" rows are loaded below: they are read once
000850* per comune, the walk coming in PRAVIEW key order.
000860*
000870 77  OPJ-COMUNE-PARAMETRI          PIC X(06) VALUE SPACES.
000880 77  OPJ-TASSO-LEGALE              PIC 9(02)V99.
000890 77  OPJ-TASSO-DEFLT               PIC 9(02)V99 VALUE 2,00.
000900*
000910* One slot per dunning level - first and second sollecito, messa
000920* in mora, ruolo: the PRATAB code of its age, the compiled
000930* default, the age in force for the comune, the pseudo-stato the
000940* letter is queued under, and the date the pratica got it (zero
000950* while it has not).
000960*
000970 01  OPJ-LIVELLI-VALUES.
000980     05  FILLER PIC X(11) VALUE "SOLL1 030S1".
000990     05  FILLER PIC X(11) VALUE "SOLL2 060S2".
001000     05  FILLER PIC X(11) VALUE "MORA  090MM".
001010     05  FILLER PIC X(11) VALUE "RUOLO 120  ".
001020 01  OPJ-LIVELLI-AREA REDEFINES OPJ-LIVELLI-VALUES.
001030     05  OPJ-LIVELLO-ENTRY OCCURS 4 TIMES.
001040         10  OPJ-LIV-CODICE        PIC X(06).
001050         10  OPJ-LIV-DEFLT         PIC 9(03).
001060         10  OPJ-LIV-NOTIFICA      PIC X(02).
001070 01  OPJ-LIVELLI-COMUNE.
001080     05  OPJ-LIV-COMUNE OCCURS 4 TIMES.
001090         10  OPJ-LIV-ETA           PIC 9(03).
001100         10  OPJ-LIV-DATA          PIC 9(08).
001110 77  OPJ-SOLLECITI-1               PIC 9(07) COMP-5 VALUE 0.
001120 77  OPJ-SOLLECITI-2               PIC 9(07) COMP-5 VALUE 0.
001130 77  OPJ-MESSE-IN-MORA             PIC 9(07) COMP-5 VALUE 0.
001140 77  OPJ-ISCRITTE-RUOLO            PIC 9(07) COMP-5 VALUE 0.
001150 77  OPJ-SALTATE-RATE              PIC 9(07) COMP-5 VALUE 0.
001160 77  OPJ-SALTATE-VINCOLO           PIC 9(07) COMP-5 VALUE 0.
001170 77  OPJ-NOTIF-PERSE               PIC 9(07) COMP-5 VALUE 0.
001180 77  OPJ-ACCODA-SW                 PIC X(01).
001190     88  OPJ-ACCODATO                  VALUE "S".
001200     88  OPJ-NON-ACCODATO              VALUE "N".
001210 77  OPJ-TOTALE-RUOLO              PIC 9(11)V99 VALUE 0.
001220*
001230 PROCEDURE  DIVISION.
001240*
001250         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
001260         PERFORM SCAN-PRAVIEW   THRU EX-SCAN-PRAVIEW.
001270         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001280         GOBACK.
001290*
001300* INIZIO-BATCH opens the files the whole run needs. PRAPOSD and
001310* PRASOLL may not exist yet on a comune that never issued an
001320* avviso or a sollecito: the first is only read when it opens,
001330* the second is created empty.
001340*
001350 INIZIO-BATCH.
001360         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001370         COMPUTE OPJ-TODAY-INT =
001380             FUNCTION INTEGER-OF-DATE(OPJ-TODAY-DATE).
001390         SET OPJ-NOT-EOF TO TRUE.
001400         MOVE "OPENPJ24" TO FILEH-PROGRAMMA.
001410         PERFORM SEGNA-INIZIO-CORSA
001420             THRU EX-SEGNA-INIZIO-CORSA.
001430         OPEN INPUT  PRAVIEW.
001440         MOVE "PRAVIEW"      TO FILEH-NAME.
001450         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
001460         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001470         OPEN INPUT  PRATAB.
001480         MOVE "PRATAB"       TO FILEH-NAME.
001490         MOVE STATUS-PRATAB  TO FILEH-STATUS.
001500         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001510         OPEN INPUT  PRAPAY.
001520         MOVE "PRAPAY"       TO FILEH-NAME.
001530         MOVE STATUS-PRAPAY  TO FILEH-STATUS.
001540         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001550         OPEN INPUT  PRAPOSD.
001560         OPEN I-O    PRASOLL.
001570         IF STATUS-PRASOLL = "35"
001580             OPEN OUTPUT PRASOLL
001590             CLOSE PRASOLL
001600             OPEN I-O PRASOLL
001610         END-IF.
001620         MOVE "PRASOLL"      TO FILEH-NAME.
001630         MOVE STATUS-PRASOLL TO FILEH-STATUS.
001640         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001650         OPEN OUTPUT RUOLOUT.
001660         MOVE "RUOLOUT"      TO FILEH-NAME.
001670         MOVE STATUS-RUOLOUT TO FILEH-STATUS.
001680         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001690 EX-INIZIO-BATCH.
001700         EXIT.
001710*
001720 SCAN-PRAVIEW.
001730         MOVE LOW-VALUES TO PRAVIEW-KEY.
001740         START PRAVIEW KEY IS NOT LESS THAN PRAVIEW-KEY
001750             INVALID KEY
001760                 SET OPJ-EOF TO TRUE
001770         END-START.

001780         PERFORM ESAMINA-PRATICA THRU EX-ESAMINA-PRATICA
001790             UNTIL OPJ-EOF.
001800 EX-SCAN-PRAVIEW.
001810         EXIT.
001820*
001830* ESAMINA-PRATICA decides the one dunning step, if any, a pratica
001840* is due tonight: the lowest level it has not had yet, once the
001850* debt is old enough for it and the previous letter has had
001860* its time to work.
001870*
001880 ESAMINA-PRATICA.
001890         READ PRAVIEW NEXT RECORD
001900             AT END
001910                 SET OPJ-EOF TO TRUE
001920                 GO TO EX-ESAMINA-PRATICA
001930         END-READ.

001940         PERFORM SOMMA-INCASSATO THRU EX-SOMMA-INCASSATO.
001950         IF OPJ-RESIDUO NOT > 0
001960             GO TO EX-ESAMINA-PRATICA
001970         END-IF.
001980         IF PRAVIEW-SOTTO-VINCOLO
001990             ADD 1 TO OPJ-SALTATE-VINCOLO
002000             GO TO EX-ESAMINA-PRATICA
002010         END-IF.
002020         MOVE PRAVIEW-COMUNE-CODE TO RATE-COMUNE-CODE.
002030         MOVE PRAVIEW-PRATICA-ID  TO RATE-PRATICA-ID.
002040         MOVE OPJ-TODAY-DATE      TO RATE-DATA-RIFERIMENTO.
002050         CALL "OPENPS05" USING RATECALC-AREA.
002060         IF RATE-CON-PIANO
002070             ADD 1 TO OPJ-SALTATE-RATE
002080             GO TO EX-ESAMINA-PRATICA
002090         END-IF.

002100         PERFORM CERCA-SCADENZA THRU EX-CERCA-SCADENZA.
002110         IF OPJ-DATA-SCADENZA NOT < OPJ-TODAY-DATE
002120             GO TO EX-ESAMINA-PRATICA
002130         END-IF.
002140         COMPUTE OPJ-GIORNI-RITARDO = OPJ-TODAY-INT
002150             - FUNCTION INTEGER-OF-DATE(OPJ-DATA-SCADENZA).

002160         IF PRAVIEW-COMUNE-CODE NOT = OPJ-COMUNE-PARAMETRI
002170             PERFORM LEGGI-PARAMETRI THRU EX-LEGGI-PARAMETRI
002180         END-IF.
002190         PERFORM LEGGI-STORIA THRU EX-LEGGI-STORIA.
002200         MOVE 0 TO OPJ-LIVELLO.
002210         PERFORM CERCA-LIVELLO THRU EX-CERCA-LIVELLO
002220             VARYING OPJ-IX FROM 4 BY -1
002230             UNTIL OPJ-IX < 1.
002240         IF OPJ-LIVELLO = 0
002250             GO TO EX-ESAMINA-PRATICA
002260         END-IF.

002270*
002280* A step falls due on the day its age is reached, moved like
002290* any other deadline to the comune's next working day.
002300*
002310         SET CAL-MODO-DATA            TO TRUE.
002320         MOVE PRAVIEW-COMUNE-CODE     TO CAL-COMUNE-CODE.
002330         MOVE OPJ-DATA-SCADENZA       TO CAL-DATA-BASE.
002340         MOVE OPJ-LIV-ETA(OPJ-LIVELLO) TO CAL-GIORNI.
002350         CALL "OPENPS07" USING CALCHK-AREA.
002360         IF CAL-ESITO-OK
002370             AND CAL-GIORNI-RESIDUI > 0
002380             GO TO EX-ESAMINA-PRATICA
002390         END-IF.
002400         IF OPJ-LIVELLO > 1
002410             COMPUTE OPJ-GIORNI-DAL-PRECEDENTE = OPJ-TODAY-INT
002420                 - FUNCTION INTEGER-OF-DATE
002430                     (OPJ-LIV-DATA(OPJ-LIVELLO - 1))
002440             IF OPJ-GIORNI-DAL-PRECEDENTE
002450                 < OPJ-LIV-ETA(OPJ-LIVELLO)
002460                 - OPJ-LIV-ETA(OPJ-LIVELLO - 1)
002470                 GO TO EX-ESAMINA-PRATICA
002480             END-IF
002490         END-IF.

002500         COMPUTE OPJ-INTERESSI ROUNDED =
002510             OPJ-RESIDUO * OPJ-TASSO-LEGALE
002520             * OPJ-GIORNI-RITARDO / 36500.
002530         SET OPJ-ACCODATO TO TRUE.
002540         IF OPJ-LIVELLO < 4
002550             PERFORM ACCODA-SOLLECITO THRU EX-ACCODA-SOLLECITO
002560         ELSE
002570             PERFORM SCRIVI-RUOLO THRU EX-SCRIVI-RUOLO
002580         END-IF.
002590         IF OPJ-NON-ACCODATO
002600             GO TO EX-ESAMINA-PRATICA
002610         END-IF.
002620         EVALUATE OPJ-LIVELLO
002630             WHEN 1
002640                 ADD 1 TO OPJ-SOLLECITI-1
002650             WHEN 2
002660                 ADD 1 TO OPJ-SOLLECITI-2
002670             WHEN 3
002680                 ADD 1 TO OPJ-MESSE-IN-MORA
002690         END-EVALUATE.
002700         PERFORM REGISTRA-PASSO THRU EX-REGISTRA-PASSO.
002710 EX-ESAMINA-PRATICA.
002720         EXIT.
002730*
002740* SOMMA-INCASSATO leaves in OPJ-RESIDUO what the pratica still
002750* owes, its IMPORTO-DOVUTO less every PRAPAY row, the way
002760* 9400-COMPUTE-SALDO does for the print.
002770*
002780 SOMMA-INCASSATO.
002790         MOVE PRAVIEW-IMPORTO-DOVUTO TO OPJ-RESIDUO.
002800         IF PRAVIEW-IMPORTO-DOVUTO NOT > 0
002810             GO TO EX-SOMMA-INCASSATO
002820         END-IF.
002830         SET OPJ-PAY-NOT-EOF TO TRUE.
002840         MOVE LOW-VALUES          TO PRAPAY-KEY.
002850         MOVE PRAVIEW-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
002860         MOVE PRAVIEW-PRATICA-ID  TO PRAPAY-PRATICA-ID.
002870         START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
002880             INVALID KEY
002890                 SET OPJ-PAY-EOF TO TRUE
002900         END-START.
002910         PERFORM SOMMA-PAGAMENTO THRU EX-SOMMA-PAGAMENTO
002920             UNTIL OPJ-PAY-EOF.
002930 EX-SOMMA-INCASSATO.
002940         EXIT.
002950*
002960 SOMMA-PAGAMENTO.
002970         READ PRAPAY NEXT RECORD
002980             AT END
002990                 SET OPJ-PAY-EOF TO TRUE
003000                 GO TO EX-SOMMA-PAGAMENTO
003010         END-READ.
003020         IF PRAPAY-COMUNE-CODE NOT = PRAVIEW-COMUNE-CODE
003030             OR PRAPAY-PRATICA-ID NOT = PRAVIEW-PRATICA-ID
003040             SET OPJ-PAY-EOF TO TRUE
003050             GO TO EX-SOMMA-PAGAMENTO
003060         END-IF.
003070         SUBTRACT PRAPAY-IMPORTO FROM OPJ-RESIDUO.
003080 EX-SOMMA-PAGAMENTO.
003090         EXIT.
003100*
003110* CERCA-SCADENZA dates the debt from the due date of the first
003120* avviso pagoPA the pratica was issued: a replaced avviso moves
003130* the amount, not the day the money was first asked for. A
003140* pratica never issued one falls due thirty days after opening.
003150* Either way the day goes through the OPENPS07 date service, so
003160* a due date on a Sunday or a holiday counts from the next
003170* working day.
003180*
003190 CERCA-SCADENZA.
003200         MOVE 0 TO OPJ-DATA-SCADENZA.
003210         IF STATUS-PRAPOSD = "00"
003220             MOVE PRAVIEW-COMUNE-CODE TO PRAPOSD-COMUNE-CODE
003230             MOVE PRAVIEW-PRATICA-ID  TO PRAPOSD-PRATICA-ID
003240             MOVE 0                   TO PRAPOSD-PROGRESSIVO
003250             START PRAPOSD KEY IS NOT LESS THAN PRAPOSD-KEY
003260                 NOT INVALID KEY
003270                     READ PRAPOSD NEXT RECORD
003280                         NOT AT END
003290                             IF PRAPOSD-COMUNE-CODE
003300                                 = PRAVIEW-COMUNE-CODE
003310                                 AND PRAPOSD-PRATICA-ID
003320                                 = PRAVIEW-PRATICA-ID
003330                                 MOVE PRAPOSD-DATA-SCADENZA
003340                                     TO OPJ-DATA-SCADENZA
003350                             END-IF
003360                     END-READ
003370             END-START
003380         END-IF.
003390         IF OPJ-DATA-SCADENZA = 0
003400             MOVE PRAVIEW-DATA-APERTURA TO CAL-DATA-BASE
003410             MOVE 30                    TO CAL-GIORNI
003420         ELSE
003430             MOVE OPJ-DATA-SCADENZA     TO CAL-DATA-BASE
003440             MOVE 0                     TO CAL-GIORNI
003450         END-IF.
003460         SET CAL-MODO-DATA        TO TRUE.
003470         MOVE PRAVIEW-COMUNE-CODE TO CAL-COMUNE-CODE.
003480         CALL "OPENPS07" USING CALCHK-AREA.
003490         IF CAL-ESITO-OK
003500             MOVE CAL-SCADENZA TO OPJ-DATA-SCADENZA
003510         END-IF.
003520         IF OPJ-DATA-SCADENZA = 0
003530             MOVE OPJ-TODAY-DATE TO OPJ-DATA-SCADENZA
003540         END-IF.
003550 EX-CERCA-SCADENZA.
003560         EXIT.
003570*
003580* LEGGI-PARAMETRI loads the comune's dunning ages and legal
003590* interest rate off its "P" rows, the compiled defaults standing
003600* for any row the comune has not set.
003610*
003620 LEGGI-PARAMETRI.
003630         MOVE PRAVIEW-COMUNE-CODE TO OPJ-COMUNE-PARAMETRI.
003640         PERFORM LEGGI-ETA THRU EX-LEGGI-ETA
003650             VARYING OPJ-IX FROM 1 BY 1
003660             UNTIL OPJ-IX > 4.
003670         MOVE OPJ-TASSO-DEFLT     TO OPJ-TASSO-LEGALE.
003680         MOVE PRAVIEW-COMUNE-CODE TO PRATAB-COMUNE-CODE.
003690         MOVE "P"                 TO PRATAB-TIPO-RIGA.
003700         MOVE "INTLEG"            TO PRATAB-COD-RIFERIMENTO.
003710         READ PRATAB
003720             NOT INVALID KEY
003730                 IF PRATAB-VALORE NOT < 0 AND PRATAB-VALORE < 100
003740                     MOVE PRATAB-VALORE TO OPJ-TASSO-LEGALE
003750                 END-IF
003760         END-READ.
003770 EX-LEGGI-PARAMETRI.
003780         EXIT.
003790*
003800 LEGGI-ETA.
003810         MOVE OPJ-LIV-DEFLT(OPJ-IX) TO OPJ-LIV-ETA(OPJ-IX).
003820         MOVE PRAVIEW-COMUNE-CODE   TO PRATAB-COMUNE-CODE.
003830         MOVE "P"                   TO PRATAB-TIPO-RIGA.
003840         MOVE OPJ-LIV-CODICE(OPJ-IX) TO PRATAB-COD-RIFERIMENTO.
003850         READ PRATAB
003860             NOT INVALID KEY
003870                 IF PRATAB-VALORE > 0 AND PRATAB-VALORE < 1000
003880                     MOVE PRATAB-VALORE TO OPJ-LIV-ETA(OPJ-IX)
003890                 END-IF
003900         END-READ.
003910 EX-LEGGI-ETA.
003920         EXIT.
003930*
003940* LEGGI-STORIA fetches the date of each step the pratica has
003950* already had off PRASOLL, zero for the steps still to come.
003960*
003970 LEGGI-STORIA.
003980         PERFORM LEGGI-PASSO THRU EX-LEGGI-PASSO
003990             VARYING OPJ-IX FROM 1 BY 1
004000             UNTIL OPJ-IX > 4.
004010 EX-LEGGI-STORIA.
004020         EXIT.
004030*
004040 LEGGI-PASSO.
004050         MOVE 0                   TO OPJ-LIV-DATA(OPJ-IX).
004060         MOVE PRAVIEW-COMUNE-CODE TO PRASOLL-COMUNE-CODE.
004070         MOVE PRAVIEW-PRATICA-ID  TO PRASOLL-PRATICA-ID.
004080         MOVE OPJ-IX              TO PRASOLL-LIVELLO.
004090         READ PRASOLL
004100             NOT INVALID KEY
004110                 MOVE PRASOLL-DATA TO OPJ-LIV-DATA(OPJ-IX)
004120         END-READ.
004130 EX-LEGGI-PASSO.
004140         EXIT.
004150*
004160* CERCA-LIVELLO, walked from the top level down, leaves in
004170* OPJ-LIVELLO the lowest step not yet taken.
004180*
004190 CERCA-LIVELLO.
004200         IF OPJ-LIV-DATA(OPJ-IX) = 0
004210             MOVE OPJ-IX TO OPJ-LIVELLO
004220         END-IF.
004230 EX-CERCA-LIVELLO.
004240         EXIT.
004250*
004260* ACCODA-SOLLECITO queues the letter for the OPENPJ10 sender
004270* under its pseudo-stato, "**" as the old half, so NOTIFTAB
004280* picks the wording of that step. A letter that could not be
004290* queued leaves the step unrecorded, so the next run tries it
004300* again.
004310*
004320 ACCODA-SOLLECITO.
004330         OPEN I-O PRANOTIF.
004340         IF STATUS-PRANOTIF NOT = "00"
004350             ADD 1 TO OPJ-NOTIF-PERSE
004360             SET OPJ-NON-ACCODATO TO TRUE
004370             DISPLAY "OPENPJ24: sollecito non accodato, PRANOTIF "
004380                 "stato " STATUS-PRANOTIF
004390             GO TO EX-ACCODA-SOLLECITO
004400         END-IF.
004410         MOVE PRAVIEW-COMUNE-CODE TO PRANOTIF-COMUNE-CODE.
004420         MOVE PRAVIEW-PRATICA-ID  TO PRANOTIF-PRATICA-ID.
004430         ACCEPT PRANOTIF-DATA FROM DATE YYYYMMDD.
004440         ACCEPT PRANOTIF-ORA  FROM TIME.
004450         MOVE "**"                TO PRANOTIF-OLD-STATO.
004460         MOVE OPJ-LIV-NOTIFICA(OPJ-LIVELLO)
004470             TO PRANOTIF-NEW-STATO.
004480         MOVE PRAVIEW-RICHIEDENTE TO PRANOTIF-DESTINATARIO.
004490         SET PRANOTIF-DA-INVIARE  TO TRUE.
004500         MOVE 0                   TO PRANOTIF-TENTATIVI.
004510         WRITE PRANOTIF-RECORD.
004520         IF STATUS-PRANOTIF NOT = "00"
004530             ADD 1 TO OPJ-NOTIF-PERSE
004540             SET OPJ-NON-ACCODATO TO TRUE
004550             DISPLAY "OPENPJ24: sollecito non accodato, PRANOTIF "
004560                 "stato " STATUS-PRANOTIF
004570         END-IF.
004580         CLOSE PRANOTIF.
004590 EX-ACCODA-SOLLECITO.
004600         EXIT.
004610*
004620* SCRIVI-RUOLO hands the debt to the riscossione agent: capitale
004630* still owed, legal interest from the due date to tonight, and
004640* the debtor as PRAVIEW knows them.
004650*
004660 SCRIVI-RUOLO.
004670         MOVE SPACES                 TO RUOLOUT-RECORD.
004680         SET RUOL-DETTAGLIO          TO TRUE.
004690         MOVE OPJ-TODAY-DATE         TO RUOL-DATA-FLUSSO.
004700         MOVE PRAVIEW-COMUNE-CODE    TO RUOL-COMUNE-CODE.
004710         MOVE PRAVIEW-PRATICA-ID     TO RUOL-PRATICA-ID.
004720         IF PRAVIEW-PROTO-NUMERO NUMERIC
004730             AND PRAVIEW-PROTO-ANNO NUMERIC
004740             MOVE PRAVIEW-PROTO-ANNO   TO RUOL-PROTO-ANNO
004750             MOVE PRAVIEW-PROTO-NUMERO TO RUOL-PROTO-NUMERO
004760         ELSE
004770             MOVE 0 TO RUOL-PROTO-ANNO
004780             MOVE 0 TO RUOL-PROTO-NUMERO
004790         END-IF.
004800         MOVE PRAVIEW-CODICE-FISCALE TO RUOL-CODICE-FISCALE.
004810         MOVE PRAVIEW-RICHIEDENTE    TO RUOL-DEBITORE.
004820         MOVE OPJ-DATA-SCADENZA      TO RUOL-DATA-SCADENZA.
004830         MOVE OPJ-RESIDUO            TO RUOL-CAPITALE.
004840         MOVE OPJ-INTERESSI          TO RUOL-INTERESSI.
004850         COMPUTE RUOL-TOTALE = OPJ-RESIDUO + OPJ-INTERESSI.
004860         WRITE RUOLOUT-RECORD.
004870         ADD 1 TO OPJ-ISCRITTE-RUOLO.
004880         ADD RUOL-TOTALE TO OPJ-TOTALE-RUOLO.
004890 EX-SCRIVI-RUOLO.
004900         EXIT.
004910*
004920* REGISTRA-PASSO records the step just taken on PRASOLL, so the
004930* next run neither repeats it nor starts the next one early.
004940*
004950 REGISTRA-PASSO.
004960         INITIALIZE PRASOLL-RECORD.
004970         MOVE PRAVIEW-COMUNE-CODE TO PRASOLL-COMUNE-CODE.
004980         MOVE PRAVIEW-PRATICA-ID  TO PRASOLL-PRATICA-ID.
004990         MOVE OPJ-LIVELLO         TO PRASOLL-LIVELLO.
005000         MOVE OPJ-TODAY-DATE      TO PRASOLL-DATA.
005010         MOVE OPJ-DATA-SCADENZA   TO PRASOLL-DATA-SCADENZA.
005020         MOVE OPJ-RESIDUO         TO PRASOLL-RESIDUO.
005030         MOVE OPJ-INTERESSI       TO PRASOLL-INTERESSI.
005040         WRITE PRASOLL-RECORD
005050             INVALID KEY
005060                 DISPLAY "OPENPJ24: passo gia registrato pratica "
005070                     PRAVIEW-PRATICA-ID " livello " OPJ-LIVELLO
005080         END-WRITE.
005090 EX-REGISTRA-PASSO.
005100         EXIT.
005110*
005120* FINE-BATCH closes the ruolo flow with its totals line, closes
005130* every file this run opened and leaves the operator the run
005140* totals on SYSOUT.
005150*
005160 FINE-BATCH.
005170         MOVE SPACES               TO RUOLOUT-RECORD.
005180         SET RUOL-TOTALI           TO TRUE.
005190         MOVE OPJ-TODAY-DATE       TO RUOL-DATA-FLUSSO.
005200         MOVE OPJ-ISCRITTE-RUOLO   TO RUOL-NUM-PARTITE.
005210         MOVE OPJ-TOTALE-RUOLO     TO RUOL-TOTALE-FLUSSO.
005220         WRITE RUOLOUT-RECORD.
005230         CLOSE PRAVIEW.
005240         CLOSE PRATAB.
005250         CLOSE PRAPAY.
005260         IF STATUS-PRAPOSD = "00"
005270             CLOSE PRAPOSD
005280         END-IF.
005290         CLOSE PRASOLL.
005300         CLOSE RUOLOUT.
005310         DISPLAY "OPENPJ24: primi solleciti " OPJ-SOLLECITI-1.
005320         DISPLAY "OPENPJ24: secondi solleciti " OPJ-SOLLECITI-2.
005330         DISPLAY "OPENPJ24: messe in mora " OPJ-MESSE-IN-MORA.
005340         DISPLAY "OPENPJ24: iscritte a ruolo " OPJ-ISCRITTE-RUOLO.
005350         DISPLAY "OPENPJ24: saltate rateizzate " OPJ-SALTATE-RATE.
005360         DISPLAY "OPENPJ24: saltate vincolo legale "
005370             OPJ-SALTATE-VINCOLO.
005380         DISPLAY "OPENPJ24: solleciti da ripetere "
005390             OPJ-NOTIF-PERSE.
005400         COMPUTE RUNLG-CONTA = OPJ-SOLLECITI-1 + OPJ-SOLLECITI-2
005410             + OPJ-MESSE-IN-MORA + OPJ-ISCRITTE-RUOLO.
005420         PERFORM SEGNA-FINE-CORSA
005430             THRU EX-SEGNA-FINE-CORSA.
005440 EX-FINE-BATCH.
005450         EXIT.

005460         COPY "PJCHECK.CBL".

005470         COPY "PJRUNLOG.CBL".
