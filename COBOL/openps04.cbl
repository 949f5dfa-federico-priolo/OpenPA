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
000190** servizio delle posizioni debitorie pagoPA (POSDCALC.CBL): per
000200** ogni pratica con un importo ancora dovuto tiene aperta una e
000210** una sola posizione, con un IUV del comune e il codice avviso
000220** che il cittadino paga, la sostituisce quando l'importo cambia e
000230** la annulla quando non c'e' piu' nulla da pagare; sul ritorno
000240** del pagamento riconosce l'IUV e chiude la posizione. Chiamato
000250** dal percorso online di OPENPA02 e dal ricalcolo OPENPJ08, cosi'
000260** gli IUV nascono in un posto solo. Il codice di segregazione e
000270** i giorni di scadenza vengono dalle righe "P" di PRATAB del
000280** comune (SEGREG e SCADEN), con i valori compilati qui dentro
000290** quando il comune non le ha tabellate.
000300** Per la pratica rateizzata la posizione e' quella della rata
000310** aperta piu' vecchia, con la scadenza della rata stessa.
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENPS04.
000350 ENVIRONMENT      DIVISION.
000360 CONFIGURATION    SECTION.
000370         COPY "SPECIAL.CBL".
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.

000400         COPY "SELPOSD.CBL".
000410         COPY "SELPAY.CBL".
000420         COPY "SELTAB.CBL".

000430 DATA             DIVISION.
000440 FILE SECTION.

000450         COPY "FDEPOSD.CBL".
000460         COPY "FDEPAY.CBL".
000470         COPY "FDETAB.CBL".

000480 WORKING-STORAGE  SECTION.

000490         COPY "GLOBALS.CBL".
000500         COPY "RATECALC.CBL".
000510         COPY "CALCHK.CBL".
000520*
000530* The codice avviso under construction: aux digit, codice
000540* segregazione, the 13-digit IUV base and the check digits. The
000550* first sixteen digits, read as one number, are what the mod-93
000560* check is taken on; the IUV itself is everything past the aux
000570* digit.
000580*
000590 01  POSD-AVVISO-COMPOSTO.
000600     05  POSD-AUX-DIGIT            PIC 9(01) VALUE 3.
000610     05  POSD-SEGREGAZIONE         PIC 9(02).
000620     05  POSD-BASE-ANNO            PIC 9(04).
000630     05  POSD-BASE-NUMERO          PIC 9(07).
000640     05  POSD-BASE-PROGR           PIC 9(02).
000650     05  POSD-CHECK-DIGITS         PIC 9(02).
000660 01  POSD-AVVISO-NUMERO REDEFINES POSD-AVVISO-COMPOSTO.
000670     05  POSD-NUMERO-CONTROLLO     PIC 9(16).
000680     05  FILLER                    PIC 9(02).
000690 01  POSD-AVVISO-TESTO REDEFINES POSD-AVVISO-COMPOSTO.
000700     05  FILLER                    PIC X(01).
000710     05  POSD-IUV-TESTO            PIC X(17).
000720 77  POSD-QUOZIENTE                PIC 9(16).
000730*
000740* Compiled-in fallbacks for the comune's "P" rows.
000750*
000760 77  POSD-SEGREG-DEFLT             PIC 9(02) VALUE 0.
000770 77  POSD-GIORNI-DEFLT             PIC 9(03) VALUE 30.
000780 77  POSD-GIORNI-SCADENZA          PIC 9(03).
000790 77  POSD-TODAY-DATE               PIC 9(08).
000800 77  POSD-TOTALE-INCASSATO         PIC S9(9)V99 COMP-3.
000810 77  POSD-RESIDUO                  PIC S9(9)V99 COMP-3.
000820 77  POSD-SCADENZA-RATA            PIC 9(08).
000830 77  POSD-SCADENZA-NUOVA           PIC 9(08).
000840 77  POSD-ULTIMO-PROGR             PIC 9(02).
000850 77  POSD-APERTA-PROGR             PIC 9(02).
000860 77  POSD-APERTA-SW                PIC X(01).
000870     88  POSD-HA-APERTA                VALUE "S".
000880     88  POSD-SENZA-APERTA             VALUE "N".
000890 77  POSD-EOF-SW                   PIC X(01).
000900     88  POSD-EOF                      VALUE "S".
000910     88  POSD-NOT-EOF                  VALUE "N".
000920*
000930 LINKAGE SECTION.

000940         COPY "POSDCALC.CBL".
000950*
000960 PROCEDURE  DIVISION USING POSDCALC-AREA.
000970*
000980         SET POSD-ESITO-ERRORE TO TRUE.
000990         ACCEPT POSD-TODAY-DATE FROM DATE YYYYMMDD.
001000         OPEN I-O PRAPOSD.
001010         IF STATUS-PRAPOSD = "35"
001020             OPEN OUTPUT PRAPOSD
001030             CLOSE PRAPOSD
001040             OPEN I-O PRAPOSD
001050         END-IF.
001060         IF STATUS-PRAPOSD NOT = "00"
001070             GOBACK
001080         END-IF.

001090         EVALUATE TRUE
001100             WHEN POSD-FUNZ-ALLINEA
001110                 PERFORM ALLINEA-POSIZIONE
001120                     THRU EX-ALLINEA-POSIZIONE
001130             WHEN POSD-FUNZ-VERIFICA
001140             WHEN POSD-FUNZ-PAGA
001150                 PERFORM RISCONTRA-IUV THRU EX-RISCONTRA-IUV
001160         END-EVALUATE.

001170         CLOSE PRAPOSD.
001180         GOBACK.
001190*
001200* ALLINEA-POSIZIONE compares what the pratica still owes with
001210* its open position, if any: nothing owed cancels it, the same
001220* amount leaves it alone, anything else replaces it with a new
001230* one carrying a fresh IUV - the old avviso must not stay
001240* payable for an amount that no longer holds.
001250*
001260 ALLINEA-POSIZIONE.
001270         PERFORM SOMMA-INCASSATO THRU EX-SOMMA-INCASSATO.
001280         COMPUTE POSD-RESIDUO =
001290             POSD-IMPORTO-DOVUTO - POSD-TOTALE-INCASSATO.
001300         PERFORM RESIDUO-RATA THRU EX-RESIDUO-RATA.
001310         PERFORM CERCA-APERTA THRU EX-CERCA-APERTA.

001320         IF POSD-RESIDUO NOT > 0
001330             SET POSD-ESITO-NESSUNA TO TRUE
001340             IF POSD-HA-APERTA
001350                 PERFORM LEGGI-APERTA THRU EX-LEGGI-APERTA
001360             END-IF
001370             IF POSD-HA-APERTA
001380                 SET PRAPOSD-ANNULLATA TO TRUE
001390                 MOVE POSD-TODAY-DATE TO PRAPOSD-DATA-CHIUSURA
001400                 REWRITE PRAPOSD-RECORD
001410             END-IF
001420             GO TO EX-ALLINEA-POSIZIONE
001430         END-IF.

001440         IF POSD-HA-APERTA
001450             PERFORM LEGGI-APERTA THRU EX-LEGGI-APERTA
001460             IF PRAPOSD-IMPORTO = POSD-RESIDUO
001470                 AND (POSD-SCADENZA-RATA = 0
001480                 OR PRAPOSD-DATA-SCADENZA = POSD-SCADENZA-RATA)
001490                 PERFORM RESTITUISCI-POSIZIONE
001500                     THRU EX-RESTITUISCI-POSIZIONE
001510                 SET POSD-ESITO-OK TO TRUE
001520                 GO TO EX-ALLINEA-POSIZIONE
001530             END-IF
001540         END-IF.
001550*
001560* A new IUV needs the protocol number it is built from, a free
001570* progressive and a due date OPENPS07 can put on the comune's
001580* calendar: a pratica missing any of them keeps whatever it
001590* has, and the caller hears why.
001600*
001610         IF POSD-PROTO-NUMERO NOT NUMERIC
001620             OR POSD-PROTO-ANNO NOT NUMERIC
001630             OR POSD-PROTO-NUMERO = 0
001640             SET POSD-ESITO-NO-PROTOCOLLO TO TRUE
001650             GO TO EX-ALLINEA-POSIZIONE
001660         END-IF.
001670         IF POSD-ULTIMO-PROGR = 99
001680             SET POSD-ESITO-ERRORE TO TRUE
001690             GO TO EX-ALLINEA-POSIZIONE
001700         END-IF.
001710         PERFORM LEGGI-PARAMETRI-P THRU EX-LEGGI-PARAMETRI-P.
001720         PERFORM DATA-SCADENZA-P THRU EX-DATA-SCADENZA-P.
001730         IF POSD-SCADENZA-NUOVA = 0
001740             SET POSD-ESITO-ERRORE TO TRUE
001750             GO TO EX-ALLINEA-POSIZIONE
001760         END-IF.

001770         IF POSD-HA-APERTA
001780             SET PRAPOSD-SOSTITUITA TO TRUE
001790             MOVE POSD-TODAY-DATE TO PRAPOSD-DATA-CHIUSURA
001800             REWRITE PRAPOSD-RECORD
001810         END-IF.
001820         PERFORM EMETTI-POSIZIONE THRU EX-EMETTI-POSIZIONE.
001830 EX-ALLINEA-POSIZIONE.
001840         EXIT.
001850*
001860* SOMMA-INCASSATO totals the pratica's PRAPAY rows the way
001870* 9400-COMPUTE-SALDO does for the print: every incasso counts,
001880* whatever channel it came through, so money taken at the desk
001890* also shrinks the position.
001900*
001910 SOMMA-INCASSATO.
001920         MOVE 0 TO POSD-TOTALE-INCASSATO.
001930         OPEN INPUT PRAPAY.
001940         IF STATUS-PRAPAY NOT = "00"
001950             GO TO EX-SOMMA-INCASSATO
001960         END-IF.
001970         SET POSD-NOT-EOF TO TRUE.
001980         MOVE LOW-VALUES       TO PRAPAY-KEY.
001990         MOVE POSD-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
002000         MOVE POSD-PRATICA-ID  TO PRAPAY-PRATICA-ID.
002010         START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
002020             INVALID KEY
002030                 SET POSD-EOF TO TRUE
002040         END-START.
002050         PERFORM SOMMA-PAGAMENTO THRU EX-SOMMA-PAGAMENTO
002060             UNTIL POSD-EOF.
002070         CLOSE PRAPAY.
002080 EX-SOMMA-INCASSATO.
002090         EXIT.
002100*
002110 SOMMA-PAGAMENTO.
002120         READ PRAPAY NEXT RECORD
002130             AT END
002140                 SET POSD-EOF TO TRUE
002150                 GO TO EX-SOMMA-PAGAMENTO
002160         END-READ.
002170         IF PRAPAY-COMUNE-CODE NOT = POSD-COMUNE-CODE
002180             OR PRAPAY-PRATICA-ID NOT = POSD-PRATICA-ID
002190             SET POSD-EOF TO TRUE
002200             GO TO EX-SOMMA-PAGAMENTO
002210         END-IF.
002220         ADD PRAPAY-IMPORTO TO POSD-TOTALE-INCASSATO.
002230 EX-SOMMA-PAGAMENTO.
002240         EXIT.
002250*
002260* CERCA-APERTA walks the pratica's positions once, noting the
002270* highest progressive handed out and which one, if any, is
002280* still open.
002290*
002300 CERCA-APERTA.
002310         MOVE 0 TO POSD-ULTIMO-PROGR.
002320         MOVE 0 TO POSD-APERTA-PROGR.
002330         SET POSD-SENZA-APERTA TO TRUE.
002340         SET POSD-NOT-EOF TO TRUE.
002350         MOVE POSD-COMUNE-CODE TO PRAPOSD-COMUNE-CODE.
002360         MOVE POSD-PRATICA-ID  TO PRAPOSD-PRATICA-ID.
002370         MOVE 0                TO PRAPOSD-PROGRESSIVO.
002380         START PRAPOSD KEY IS NOT LESS THAN PRAPOSD-KEY
002390             INVALID KEY
002400                 SET POSD-EOF TO TRUE
002410         END-START.
002420         PERFORM CERCA-APERTA-RIGA THRU EX-CERCA-APERTA-RIGA
002430             UNTIL POSD-EOF.
002440 EX-CERCA-APERTA.
002450         EXIT.
002460*
002470 CERCA-APERTA-RIGA.
002480         READ PRAPOSD NEXT RECORD
002490             AT END
002500                 SET POSD-EOF TO TRUE
002510                 GO TO EX-CERCA-APERTA-RIGA
002520         END-READ.
002530         IF PRAPOSD-COMUNE-CODE NOT = POSD-COMUNE-CODE
002540             OR PRAPOSD-PRATICA-ID NOT = POSD-PRATICA-ID
002550             SET POSD-EOF TO TRUE
002560             GO TO EX-CERCA-APERTA-RIGA
002570         END-IF.
002580         MOVE PRAPOSD-PROGRESSIVO TO POSD-ULTIMO-PROGR.
002590         IF PRAPOSD-APERTA
002600             MOVE PRAPOSD-PROGRESSIVO TO POSD-APERTA-PROGR
002610             SET POSD-HA-APERTA TO TRUE
002620         END-IF.
002630 EX-CERCA-APERTA-RIGA.
002640         EXIT.
002650*
002660 LEGGI-APERTA.
002670         MOVE POSD-COMUNE-CODE  TO PRAPOSD-COMUNE-CODE.
002680         MOVE POSD-PRATICA-ID   TO PRAPOSD-PRATICA-ID.
002690         MOVE POSD-APERTA-PROGR TO PRAPOSD-PROGRESSIVO.
002700         READ PRAPOSD
002710             INVALID KEY
002720                 SET POSD-SENZA-APERTA TO TRUE
002730         END-READ.
002740 EX-LEGGI-APERTA.
002750         EXIT.
002760*
002770* EMETTI-POSIZIONE issues the next position of the pratica for
002780* the amount still owed. The IUV base is protocol year, protocol
002790* number and progressive - unique inside the comune by
002800* construction, no counter to keep - and the check digits are
002810* the remainder mod 93 of the aux digit, the codice segregazione
002820* and the base read as one number.
002830*
002840 EMETTI-POSIZIONE.
002850         MOVE POSD-PROTO-ANNO   TO POSD-BASE-ANNO.
002860         MOVE POSD-PROTO-NUMERO TO POSD-BASE-NUMERO.
002870         COMPUTE POSD-BASE-PROGR = POSD-ULTIMO-PROGR + 1.
002880         MOVE 0 TO POSD-CHECK-DIGITS.
002890         DIVIDE POSD-NUMERO-CONTROLLO BY 93
002900             GIVING POSD-QUOZIENTE
002910             REMAINDER POSD-CHECK-DIGITS.

002920         INITIALIZE PRAPOSD-RECORD.
002930         MOVE POSD-COMUNE-CODE       TO PRAPOSD-COMUNE-CODE.
002940         MOVE POSD-PRATICA-ID        TO PRAPOSD-PRATICA-ID.
002950         MOVE POSD-BASE-PROGR        TO PRAPOSD-PROGRESSIVO.
002960         MOVE POSD-COMUNE-CODE       TO PRAPOSD-IUV-COMUNE.
002970         MOVE POSD-IUV-TESTO         TO PRAPOSD-IUV.
002980         MOVE POSD-AVVISO-COMPOSTO   TO PRAPOSD-CODICE-AVVISO.
002990         MOVE POSD-RESIDUO           TO PRAPOSD-IMPORTO.
003000         MOVE POSD-TODAY-DATE        TO PRAPOSD-DATA-EMISSIONE.
003010         MOVE POSD-SCADENZA-NUOVA    TO PRAPOSD-DATA-SCADENZA.
003020         SET PRAPOSD-APERTA          TO TRUE.
003030         MOVE 0                      TO PRAPOSD-DATA-CHIUSURA.
003040         WRITE PRAPOSD-RECORD
003050             INVALID KEY
003060                 SET POSD-ESITO-ERRORE TO TRUE
003070                 GO TO EX-EMETTI-POSIZIONE
003080         END-WRITE.
003090         PERFORM RESTITUISCI-POSIZIONE
003100             THRU EX-RESTITUISCI-POSIZIONE.
003110         SET POSD-ESITO-EMESSA TO TRUE.
003120 EX-EMETTI-POSIZIONE.
003130         EXIT.
003140*
003150* LEGGI-PARAMETRI-P picks up the comune's codice segregazione
003160* and the days from issue to due date off its "P" rows.
003170*
003180 LEGGI-PARAMETRI-P.
003190         MOVE POSD-SEGREG-DEFLT TO POSD-SEGREGAZIONE.
003200         MOVE POSD-GIORNI-DEFLT TO POSD-GIORNI-SCADENZA.
003210         OPEN INPUT PRATAB.
003220         IF STATUS-PRATAB NOT = "00"
003230             GO TO EX-LEGGI-PARAMETRI-P
003240         END-IF.
003250         MOVE POSD-COMUNE-CODE TO PRATAB-COMUNE-CODE.
003260         MOVE "P"              TO PRATAB-TIPO-RIGA.
003270         MOVE "SEGREG"         TO PRATAB-COD-RIFERIMENTO.
003280         READ PRATAB
003290             NOT INVALID KEY
003300                 IF PRATAB-VALORE > 0 AND PRATAB-VALORE < 100
003310                     MOVE PRATAB-VALORE TO POSD-SEGREGAZIONE
003320                 END-IF
003330         END-READ.
003340         MOVE "SCADEN"         TO PRATAB-COD-RIFERIMENTO.
003350         READ PRATAB
003360             NOT INVALID KEY
003370                 IF PRATAB-VALORE > 0 AND PRATAB-VALORE < 1000
003380                     MOVE PRATAB-VALORE TO POSD-GIORNI-SCADENZA
003390                 END-IF
003400         END-READ.
003410         CLOSE PRATAB.
003420 EX-LEGGI-PARAMETRI-P.
003430         EXIT.
003440*
003450 RESTITUISCI-POSIZIONE.
003460         MOVE PRAPOSD-IUV           TO POSD-IUV.
003470         MOVE PRAPOSD-CODICE-AVVISO TO POSD-CODICE-AVVISO.
003480         MOVE PRAPOSD-IMPORTO       TO POSD-IMPORTO.
003490         MOVE PRAPOSD-DATA-SCADENZA TO POSD-DATA-SCADENZA.
003500 EX-RESTITUISCI-POSIZIONE.
003510         EXIT.
003520*
003530* RISCONTRA-IUV looks the payment's IUV up in the comune's
003540* positions. An IUV the comune never issued, or issued for a
003550* different pratica, is unknown; one that exists but is no
003560* longer open (paid, cancelled or replaced) is refused for
003570* what it is. PAGA then closes the open position it found.
003580*
003590 RISCONTRA-IUV.
003600         SET POSD-ESITO-SCONOSCIUTA TO TRUE.
003610         IF POSD-IUV = SPACES
003620             OR POSD-IUV(18:18) NOT = SPACES
003630             GO TO EX-RISCONTRA-IUV
003640         END-IF.
003650         MOVE POSD-COMUNE-CODE TO PRAPOSD-IUV-COMUNE.
003660         MOVE POSD-IUV(1:17)   TO PRAPOSD-IUV.
003670         READ PRAPOSD KEY IS PRAPOSD-IUV-KEY
003680             INVALID KEY
003690                 GO TO EX-RISCONTRA-IUV
003700         END-READ.
003710         IF PRAPOSD-PRATICA-ID NOT = POSD-PRATICA-ID
003720             GO TO EX-RISCONTRA-IUV
003730         END-IF.
003740         PERFORM RESTITUISCI-POSIZIONE
003750             THRU EX-RESTITUISCI-POSIZIONE.
003760         IF NOT PRAPOSD-APERTA
003770             SET POSD-ESITO-NON-APERTA TO TRUE
003780             GO TO EX-RISCONTRA-IUV
003790         END-IF.

003800         IF POSD-FUNZ-PAGA
003810             SET PRAPOSD-PAGATA TO TRUE
003820             MOVE POSD-TODAY-DATE TO PRAPOSD-DATA-CHIUSURA
003830             REWRITE PRAPOSD-RECORD
003840                 INVALID KEY
003850                     SET POSD-ESITO-ERRORE TO TRUE
003860                     GO TO EX-RISCONTRA-IUV
003870             END-REWRITE
003880         END-IF.
003890         SET POSD-ESITO-OK TO TRUE.
003900 EX-RISCONTRA-IUV.
003910         EXIT.
003920*
003930* RESIDUO-RATA narrows the position of a pratica on a plan of
003940* rate to the oldest rata still open - the avviso asks for that
003950* rata's capital and the legal interest it has run up, by that
003960* rata's due date, not for the whole debt. A rata already past
003970* due keeps the ordinary days from issue. Once every rata is
003980* covered the pratica's residual, if any, is billed the ordinary
003990* way - less only what the incassi paid towards the debt, the
004000* interest they paid not counting against it.
004010*
004020 RESIDUO-RATA.
004030         MOVE 0 TO POSD-SCADENZA-RATA.
004040         MOVE POSD-COMUNE-CODE TO RATE-COMUNE-CODE.
004050         MOVE POSD-PRATICA-ID  TO RATE-PRATICA-ID.
004060         MOVE POSD-TODAY-DATE  TO RATE-DATA-RIFERIMENTO.
004070         CALL "OPENPS05" USING RATECALC-AREA.
004080         IF RATE-SENZA-PIANO
004090             GO TO EX-RESIDUO-RATA
004100         END-IF.
004110         ADD RATE-TOTALE-INT-PAGATI TO POSD-RESIDUO.
004120         IF RATE-RATA-APERTA = 0
004130             GO TO EX-RESIDUO-RATA
004140         END-IF.
004150         MOVE RATE-RESIDUO(RATE-RATA-APERTA) TO POSD-RESIDUO.
004160         IF RATE-SCADENZA(RATE-RATA-APERTA) NOT < POSD-TODAY-DATE
004170             MOVE RATE-SCADENZA(RATE-RATA-APERTA)
004180                 TO POSD-SCADENZA-RATA
004190         END-IF.
004200 EX-RESIDUO-RATA.
004210         EXIT.
004220*
004230* DATA-SCADENZA-P dates the position: the instalment's own due
004240* date when there is one, else the "P" days from today counted
004250* by OPENPS07 on the comune's calendar. Zero when it cannot.
004260*
004270 DATA-SCADENZA-P.
004280         MOVE 0 TO POSD-SCADENZA-NUOVA.
004290         IF POSD-SCADENZA-RATA > 0
004300             MOVE POSD-SCADENZA-RATA TO POSD-SCADENZA-NUOVA
004310             GO TO EX-DATA-SCADENZA-P
004320         END-IF.
004330         SET CAL-MODO-DATA          TO TRUE.
004340         MOVE POSD-COMUNE-CODE      TO CAL-COMUNE-CODE.
004350         MOVE POSD-TODAY-DATE       TO CAL-DATA-BASE.
004360         MOVE POSD-GIORNI-SCADENZA  TO CAL-GIORNI.
004370         CALL "OPENPS07" USING CALCHK-AREA.
004380         IF CAL-ESITO-OK
004390             MOVE CAL-SCADENZA      TO POSD-SCADENZA-NUOVA
004400         END-IF.
004410 EX-DATA-SCADENZA-P.
004420         EXIT.
