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
000190** servizio del calendario dei termini (CALCHK.CBL): dato un
000200** comune, una data di partenza e un termine in giorni - o una
000210** pratica, di cui legge da se' il termine della categoria (riga
000220** "S" di PRATAB) e i giorni di sospensione SO/IR ricostruiti da
000230** PRAHIST - restituisce la scadenza, spostata al primo giorno
000240** lavorativo quando cade di domenica, in una festivita'
000250** nazionale, nel giorno del santo patrono o in una chiusura
000260** straordinaria degli uffici registrata nel calendario PRACAL
000270** del comune. Chiamato dallo scadenzario OPENPJ04 (termini di
000280** pratica, silenzio-assenso, integrazioni e pareri di
000290** conferenza), dalla checklist OPENPA06, dalla conferenza
000300** OPENPA05, dalla pagina di stato OPENPA09 e dai solleciti
000310** OPENPJ24: la scadenza si calcola in un posto solo.
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENPS07.
000350 ENVIRONMENT      DIVISION.
000360 CONFIGURATION    SECTION.
000370         COPY "SPECIAL.CBL".
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.

000400         COPY "SELCAL.CBL".
000410         COPY "SELTAB.CBL".
000420         COPY "SELHIST.CBL".

000430 DATA             DIVISION.
000440 FILE SECTION.

000450         COPY "FDECAL.CBL".
000460         COPY "FDETAB.CBL".
000470         COPY "FDEHIST.CBL".

000480 WORKING-STORAGE  SECTION.

000490         COPY "GLOBALS.CBL".
000500*
000510 77  CALS-OGGI                     PIC 9(08).
000520 77  CALS-OGGI-INT                 PIC 9(08) COMP-5.
000530 77  CALS-BASE-INT                 PIC 9(08) COMP-5.
000540 77  CALS-GIORNO-INT               PIC 9(08) COMP-5.
000550 77  CALS-GIORNO                   PIC 9(08).
000560 77  CALS-SOSP-START-INT           PIC 9(08) COMP-5.
000570 77  CALS-QUOZIENTE                PIC 9(08) COMP-5.
000580 77  CALS-RESTO                    PIC 9(01) COMP-5.
000590*
000600* Most consecutive days a deadline may be moved: a closure longer
000610* than this is a data-entry slip in PRACAL, not a reason to push
000620* a statutory term out by months.
000630*
000640 77  CALS-SPOSTA-MAX               PIC 9(02) COMP-5 VALUE 60.
000650 77  CALS-SPOSTAMENTI              PIC 9(02) COMP-5.
000660 77  CALS-FESTIVO-SW               PIC X(01).
000670     88  CALS-FESTIVO                  VALUE "S".
000680     88  CALS-LAVORATIVO               VALUE "N".
000690 77  CALS-CAL-SW                   PIC X(01).
000700     88  CALS-CAL-APERTO               VALUE "S".
000710     88  CALS-CAL-CHIUSO               VALUE "N".
000720 77  CALS-HIST-EOF-SW              PIC X(01).
000730     88  CALS-HIST-EOF                 VALUE "S".
000740     88  CALS-HIST-NOT-EOF             VALUE "N".
000750*
000760 LINKAGE SECTION.

000770         COPY "CALCHK.CBL".
000780*
000790 PROCEDURE  DIVISION USING CALCHK-AREA.
000800*
000810         SET CAL-ESITO-OK      TO TRUE.
000820         SET CAL-NO-SILENZIO   TO TRUE.
000830         SET CAL-NON-SOSPESA   TO TRUE.
000840         SET CAL-NON-SPOSTATA  TO TRUE.
000850         MOVE 0 TO CAL-GIORNI-SOSP.
000860         MOVE 0 TO CAL-GIORNI-NETTI.
000870         MOVE 0 TO CAL-GIORNI-RESIDUI.
000880         MOVE 0 TO CAL-SCADENZA.
000890*
000900* The term comes first, so a pratica with a broken DATA-APERTURA
000910* still tells its caller how many days its categoria allows.
000920*
000930         IF CAL-MODO-PRATICA
000940             PERFORM LEGGI-TERMINE     THRU EX-LEGGI-TERMINE
000950         END-IF.
000960         IF CAL-DATA-BASE NOT NUMERIC
000970             OR CAL-DATA-BASE = 0
000980             SET CAL-ESITO-ERRORE TO TRUE
000990             GOBACK
001000         END-IF.
001010         IF FUNCTION TEST-DATE-YYYYMMDD(CAL-DATA-BASE) NOT = 0
001020             SET CAL-ESITO-ERRORE TO TRUE
001030             GOBACK
001040         END-IF.
001050         ACCEPT CALS-OGGI FROM DATE YYYYMMDD.
001060         COMPUTE CALS-OGGI-INT =
001070             FUNCTION INTEGER-OF-DATE(CALS-OGGI).
001080         COMPUTE CALS-BASE-INT =
001090             FUNCTION INTEGER-OF-DATE(CAL-DATA-BASE).

001100         IF CAL-MODO-PRATICA
001110             PERFORM CALC-SOSPENSIONE  THRU EX-CALC-SOSPENSIONE
001120         END-IF.

001130         COMPUTE CAL-GIORNI-NETTI =
001140             CALS-OGGI-INT - CALS-BASE-INT - CAL-GIORNI-SOSP.
001150         COMPUTE CALS-GIORNO-INT =
001160             CALS-BASE-INT + CAL-GIORNI + CAL-GIORNI-SOSP.
001170         PERFORM SPOSTA-FESTIVI THRU EX-SPOSTA-FESTIVI.
001180         COMPUTE CAL-SCADENZA =
001190             FUNCTION DATE-OF-INTEGER(CALS-GIORNO-INT).
001200         COMPUTE CAL-GIORNI-RESIDUI =
001210             CALS-GIORNO-INT - CALS-OGGI-INT.
001220         GOBACK.
001230*
001240* LEGGI-TERMINE reads the comune's "S" row for the categoria:
001250* the statutory term in days sits in PRATAB-VALORE and the
001260* silenzio-assenso flag beside it. A categoria with no row falls
001270* back to the 30-day default with no silenzio-assenso.
001280*
001290 LEGGI-TERMINE.
001300         MOVE 30 TO CAL-GIORNI.
001310         OPEN INPUT PRATAB.
001320         IF STATUS-PRATAB NOT = "00"
001330             GO TO EX-LEGGI-TERMINE
001340         END-IF.
001350         MOVE CAL-COMUNE-CODE  TO PRATAB-COMUNE-CODE.
001360         MOVE "S"              TO PRATAB-TIPO-RIGA.
001370         MOVE CAL-CATEGORIA    TO PRATAB-COD-RIFERIMENTO.
001380         READ PRATAB
001390             INVALID KEY
001400                 CLOSE PRATAB
001410                 GO TO EX-LEGGI-TERMINE
001420         END-READ.
001430         CLOSE PRATAB.
001440         IF PRATAB-VALORE > 0
001450             MOVE PRATAB-VALORE TO CAL-GIORNI
001460         END-IF.
001470         IF PRATAB-SILENZIO-ASSENSO
001480             SET CAL-SILENZIO TO TRUE
001490         END-IF.
001500 EX-LEGGI-TERMINE.
001510         EXIT.
001520*
001530* CALC-SOSPENSIONE adds up the days the term stood still: every
001540* SO or IR entry/exit recorded in PRAHIST closes off one
001550* suspension interval, and a pratica still suspended at the end
001560* of the trail stays suspended through today.
001570*
001580 CALC-SOSPENSIONE.
001590         MOVE 0 TO CALS-SOSP-START-INT.
001600         SET CALS-HIST-NOT-EOF TO TRUE.
001610         OPEN INPUT PRAHIST.
001620         IF STATUS-PRAHIST NOT = "00"
001630             GO TO EX-CALC-SOSPENSIONE
001640         END-IF.
001650         PERFORM SCAN-HIST-ROW THRU EX-SCAN-HIST-ROW
001660             UNTIL CALS-HIST-EOF.
001670         CLOSE PRAHIST.
001680         IF CALS-SOSP-START-INT > 0
001690             SET CAL-SOSPESA TO TRUE
001700             COMPUTE CAL-GIORNI-SOSP = CAL-GIORNI-SOSP
001710                 + CALS-OGGI-INT - CALS-SOSP-START-INT
001720         END-IF.
001730 EX-CALC-SOSPENSIONE.
001740         EXIT.
001750*
001760 SCAN-HIST-ROW.
001770         READ PRAHIST
001780             AT END
001790                 SET CALS-HIST-EOF TO TRUE
001800                 GO TO EX-SCAN-HIST-ROW
001810         END-READ.
001820         IF PRAHIST-PRATICA-ID NOT = CAL-PRATICA-ID
001830             OR PRAHIST-COMUNE-CODE NOT = CAL-COMUNE-CODE
001840             GO TO EX-SCAN-HIST-ROW
001850         END-IF.

001860*
001870* Both SO and IR stop the clock: a richiesta integrazioni
001880* suspends the response term by law exactly as a sospensione
001890* does, and the IR->AP return restarts it.
001900*
001910         IF (PRAHIST-NEW-STATO = "SO" OR PRAHIST-NEW-STATO = "IR")
001920             AND PRAHIST-OLD-STATO NOT = "SO"
001930             AND PRAHIST-OLD-STATO NOT = "IR"
001940             AND PRAHIST-DATE NUMERIC
001950             COMPUTE CALS-SOSP-START-INT =
001960                 FUNCTION INTEGER-OF-DATE(PRAHIST-DATE)
001970         END-IF.
001980         IF (PRAHIST-OLD-STATO = "SO" OR PRAHIST-OLD-STATO = "IR")
001990             AND PRAHIST-NEW-STATO NOT = "SO"
002000             AND PRAHIST-NEW-STATO NOT = "IR"
002010             AND PRAHIST-DATE NUMERIC
002020             AND CALS-SOSP-START-INT > 0
002030             COMPUTE CAL-GIORNI-SOSP = CAL-GIORNI-SOSP
002040                 + FUNCTION INTEGER-OF-DATE(PRAHIST-DATE)
002050                 - CALS-SOSP-START-INT
002060             MOVE 0 TO CALS-SOSP-START-INT
002070         END-IF.
002080 EX-SCAN-HIST-ROW.
002090         EXIT.
002100*
002110* SPOSTA-FESTIVI moves the deadline in CALS-GIORNO-INT forward
002120* one day at a time while it falls on a day the offices are
002130* shut. A comune with no calendar yet still gets its Sundays
002140* skipped.
002150*
002160 SPOSTA-FESTIVI.
002170         SET CALS-CAL-CHIUSO TO TRUE.
002180         OPEN INPUT PRACAL.
002190         IF STATUS-PRACAL = "00"
002200             SET CALS-CAL-APERTO TO TRUE
002210         END-IF.
002220         MOVE 0 TO CALS-SPOSTAMENTI.
002230         PERFORM CONTROLLA-GIORNO THRU EX-CONTROLLA-GIORNO.
002240         PERFORM SPOSTA-GIORNO THRU EX-SPOSTA-GIORNO
002250             UNTIL CALS-LAVORATIVO
002260                OR CALS-SPOSTAMENTI NOT LESS THAN CALS-SPOSTA-MAX.
002270         IF CALS-CAL-APERTO
002280             CLOSE PRACAL
002290         END-IF.
002300 EX-SPOSTA-FESTIVI.
002310         EXIT.
002320*
002330 SPOSTA-GIORNO.
002340         ADD 1 TO CALS-GIORNO-INT.
002350         ADD 1 TO CALS-SPOSTAMENTI.
002360         SET CAL-SPOSTATA TO TRUE.
002370         PERFORM CONTROLLA-GIORNO THRU EX-CONTROLLA-GIORNO.
002380 EX-SPOSTA-GIORNO.
002390         EXIT.
002400*
002410* CONTROLLA-GIORNO decides whether the day in CALS-GIORNO-INT is
002420* a working day. Day 1 of the integer calendar, 1 January 1601,
002430* was a Monday, so a day whose number divides by seven is a
002440* Sunday. Otherwise the comune's row for the very date, then its
002450* recurring row for the same day and month, marks it shut.
002460*
002470 CONTROLLA-GIORNO.
002480         SET CALS-LAVORATIVO TO TRUE.
002490         DIVIDE CALS-GIORNO-INT BY 7
002500             GIVING CALS-QUOZIENTE REMAINDER CALS-RESTO.
002510         IF CALS-RESTO = 0
002520             SET CALS-FESTIVO TO TRUE
002530             GO TO EX-CONTROLLA-GIORNO
002540         END-IF.
002550         IF CALS-CAL-CHIUSO
002560             GO TO EX-CONTROLLA-GIORNO
002570         END-IF.
002580         COMPUTE CALS-GIORNO =
002590             FUNCTION DATE-OF-INTEGER(CALS-GIORNO-INT).
002600         MOVE CAL-COMUNE-CODE TO PRACAL-COMUNE-CODE.
002610         MOVE CALS-GIORNO     TO PRACAL-DATA.
002620         READ PRACAL
002630             NOT INVALID KEY
002640                 SET CALS-FESTIVO TO TRUE
002650                 GO TO EX-CONTROLLA-GIORNO
002660         END-READ.
002670         MOVE CAL-COMUNE-CODE  TO PRACAL-COMUNE-CODE.
002680         MOVE 0                TO PRACAL-ANNO.
002690         MOVE CALS-GIORNO(5:4) TO PRACAL-MESE-GIORNO.
002700         READ PRACAL
002710             NOT INVALID KEY
002720                 SET CALS-FESTIVO TO TRUE
002730         END-READ.
002740 EX-CONTROLLA-GIORNO.
002750         EXIT.
