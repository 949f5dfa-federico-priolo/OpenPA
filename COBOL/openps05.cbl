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
000190** servizio dei piani di rateizzazione (RATECALC.CBL): legge il
000200** piano della pratica da PRARATE e ci ripartisce sopra gli
000210** incassi di PRAPAY ricevuti dalla concessione in poi, in ordine
000220** di arrivo, ciascuno sulla rata aperta piu' vecchia, prima a
000230** capitale e poi agli interessi che la rata ha maturato; gli
000240** incassi anteriori alla concessione li ha gia' tolti dal debito
000250** OPENPA11 quando ha fissato il piano. Un rimborso riprende
000260** l'importo dall'ultima rata coperta. Per ogni rata restituisce
000270** quanto coperto, la data in cui e' stata saldata, gli interessi
000280** legali maturati per il ritardo (quota pagata tardi per giorni
000290** di ritardo, o quota ancora scoperta fino alla data di
000300** riferimento) e quanto le manca fra capitale e interessi, e
000310** dice se tutte le rate scadute a quella data sono coperte. Il
000320** tasso viene dalla riga "P" INTLEG di PRATAB del comune, col
000330** valore compilato qui dentro quando il comune non lo ha tabellato.
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENPS05.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390         COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.

000420         COPY "SELRATE.CBL".
000430         COPY "SELPAY.CBL".
000440         COPY "SELTAB.CBL".

000450 DATA             DIVISION.
000460 FILE SECTION.

000470         COPY "FDERATE.CBL".
000480         COPY "FDEPAY.CBL".
000490         COPY "FDETAB.CBL".

000500 WORKING-STORAGE  SECTION.

000510         COPY "GLOBALS.CBL".
000520*
000530* Compiled-in legal interest rate, percent per year, for a
000540* comune without its INTLEG row.
000550*
000560 77  RATE-TASSO-DEFLT              PIC 9(02)V99 VALUE 2,00.
000570 77  RATE-IX                       PIC 9(04) COMP-5.
000580 77  RATE-QUOTA                    PIC S9(9)V99 COMP-3.
000590 77  RATE-DISPONIBILE              PIC S9(9)V99 COMP-3.
000600 77  RATE-GIORNI-RITARDO           PIC S9(07) COMP-3.
000610 77  RATE-DATA-VALUTA              PIC 9(08).
000620 77  RATE-DATA-CONCESS             PIC 9(08).
000630 77  RATE-EOF-SW                   PIC X(01).
000640     88  RATE-EOF                      VALUE "S".
000650     88  RATE-NOT-EOF                  VALUE "N".
000660*
000670 LINKAGE SECTION.

000680         COPY "RATECALC.CBL".
000690*
000700 PROCEDURE  DIVISION USING RATECALC-AREA.
000710*
000720         SET RATE-SENZA-PIANO TO TRUE.
000730         SET RATE-IN-REGOLA   TO TRUE.
000740         MOVE 0      TO RATE-NUM-RATE.
000750         MOVE SPACES TO RATE-POLIZZA-RIF.
000760         MOVE 0      TO RATE-POLIZZA-SCAD.
000770         MOVE 0      TO RATE-TOTALE-PIANO.
000780         MOVE 0      TO RATE-TOTALE-INCASSATO.
000790         MOVE 0      TO RATE-TOTALE-INTERESSI.
000800         MOVE 0      TO RATE-TOTALE-INT-PAGATI.
000810         MOVE 0      TO RATE-SCOPERTO-SCADUTO.
000820         MOVE 0      TO RATE-RATA-APERTA.
000830         INITIALIZE RATE-TABELLA.
000840         IF RATE-DATA-RIFERIMENTO NOT NUMERIC
000850             OR RATE-DATA-RIFERIMENTO = 0
000860             ACCEPT RATE-DATA-RIFERIMENTO FROM DATE YYYYMMDD
000870         END-IF.

000880         PERFORM LEGGI-PIANO THRU EX-LEGGI-PIANO.
000890         IF RATE-SENZA-PIANO
000900             GOBACK
000910         END-IF.

000920         PERFORM LEGGI-TASSO THRU EX-LEGGI-TASSO.
000930         PERFORM RIPARTISCI-INCASSI THRU EX-RIPARTISCI-INCASSI.
000940         PERFORM CHIUDI-RATA THRU EX-CHIUDI-RATA
000950             VARYING RATE-IX FROM 1 BY 1
000960             UNTIL RATE-IX > RATE-NUM-RATE.
000970         GOBACK.
000980*
000990* LEGGI-PIANO loads the testata and the rate of the pratica's
001000* plan. A testata without rate, or with more than the table
001010* holds, is treated as no plan at all rather than half of one.
001020*
001030 LEGGI-PIANO.
001040         OPEN INPUT PRARATE.
001050         IF STATUS-PRARATE NOT = "00"
001060             GO TO EX-LEGGI-PIANO
001070         END-IF.
001080         MOVE RATE-COMUNE-CODE TO PRARATE-COMUNE-CODE.
001090         MOVE RATE-PRATICA-ID  TO PRARATE-PRATICA-ID.
001100         MOVE 0                TO PRARATE-NUMERO.
001110         READ PRARATE
001120             INVALID KEY
001130                 CLOSE PRARATE
001140                 GO TO EX-LEGGI-PIANO
001150         END-READ.
001160         IF PRARATE-NUM-RATE NOT NUMERIC
001170             OR PRARATE-NUM-RATE = 0
001180             OR PRARATE-NUM-RATE > 36
001190             CLOSE PRARATE
001200             GO TO EX-LEGGI-PIANO
001210         END-IF.
001220         MOVE PRARATE-NUM-RATE     TO RATE-NUM-RATE.
001230         MOVE PRARATE-POLIZZA-RIF  TO RATE-POLIZZA-RIF.
001240         MOVE PRARATE-POLIZZA-SCAD TO RATE-POLIZZA-SCAD.
001250         MOVE PRARATE-DATA-CONCESS TO RATE-DATA-CONCESS.
001260         SET RATE-CON-PIANO TO TRUE.
001270         PERFORM LEGGI-RATA THRU EX-LEGGI-RATA
001280             VARYING RATE-IX FROM 1 BY 1
001290             UNTIL RATE-IX > RATE-NUM-RATE.
001300         CLOSE PRARATE.
001310 EX-LEGGI-PIANO.
001320         EXIT.
001330*
001340 LEGGI-RATA.
001350         MOVE RATE-IX TO PRARATE-NUMERO.
001360         READ PRARATE
001370             INVALID KEY
001380                 GO TO EX-LEGGI-RATA
001390         END-READ.
001400         MOVE PRARATE-IMPORTO  TO RATE-IMPORTO(RATE-IX).
001410         MOVE PRARATE-SCADENZA TO RATE-SCADENZA(RATE-IX).
001420         ADD PRARATE-IMPORTO   TO RATE-TOTALE-PIANO.
001430 EX-LEGGI-RATA.
001440         EXIT.
001450*
001460* LEGGI-TASSO picks up the comune's legal interest rate off its
001470* "P" INTLEG row.
001480*
001490 LEGGI-TASSO.
001500         MOVE RATE-TASSO-DEFLT TO RATE-TASSO-LEGALE.
001510         OPEN INPUT PRATAB.
001520         IF STATUS-PRATAB NOT = "00"
001530             GO TO EX-LEGGI-TASSO
001540         END-IF.
001550         MOVE RATE-COMUNE-CODE TO PRATAB-COMUNE-CODE.
001560         MOVE "P"              TO PRATAB-TIPO-RIGA.
001570         MOVE "INTLEG"         TO PRATAB-COD-RIFERIMENTO.
001580         READ PRATAB
001590             NOT INVALID KEY
001600                 IF PRATAB-VALORE NOT < 0 AND PRATAB-VALORE < 100
001610                     MOVE PRATAB-VALORE TO RATE-TASSO-LEGALE
001620                 END-IF
001630         END-READ.
001640         CLOSE PRATAB.
001650 EX-LEGGI-TASSO.
001660         EXIT.
001670*
001680* RIPARTISCI-INCASSI walks the pratica's PRAPAY rows in the
001690* order they arrived - the key carries the moment of receipt -
001700* and lays each one over the rate. Incassi taken before the plan
001710* was granted are not the plan's: OPENPA11 already took them off
001720* the residual it split into rate.
001730*
001740 RIPARTISCI-INCASSI.
001750         OPEN INPUT PRAPAY.
001760         IF STATUS-PRAPAY NOT = "00"
001770             GO TO EX-RIPARTISCI-INCASSI
001780         END-IF.
001790         SET RATE-NOT-EOF TO TRUE.
001800         MOVE LOW-VALUES       TO PRAPAY-KEY.
001810         MOVE RATE-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
001820         MOVE RATE-PRATICA-ID  TO PRAPAY-PRATICA-ID.
001830         START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
001840             INVALID KEY
001850                 SET RATE-EOF TO TRUE
001860         END-START.
001870         PERFORM RIPARTISCI-INCASSO THRU EX-RIPARTISCI-INCASSO
001880             UNTIL RATE-EOF.
001890         CLOSE PRAPAY.
001900 EX-RIPARTISCI-INCASSI.
001910         EXIT.
001920*
001930 RIPARTISCI-INCASSO.
001940         READ PRAPAY NEXT RECORD
001950             AT END
001960                 SET RATE-EOF TO TRUE
001970                 GO TO EX-RIPARTISCI-INCASSO
001980         END-READ.
001990         IF PRAPAY-COMUNE-CODE NOT = RATE-COMUNE-CODE
002000             OR PRAPAY-PRATICA-ID NOT = RATE-PRATICA-ID
002010             SET RATE-EOF TO TRUE
002020             GO TO EX-RIPARTISCI-INCASSO
002030         END-IF.
002040         IF PRAPAY-DATA-INCASSO < RATE-DATA-CONCESS
002050             GO TO EX-RIPARTISCI-INCASSO
002060         END-IF.
002070         ADD PRAPAY-IMPORTO TO RATE-TOTALE-INCASSATO.
002080         MOVE PRAPAY-DATA-INCASSO TO RATE-DATA-VALUTA.
002090         IF PRAPAY-IMPORTO < 0
002100             COMPUTE RATE-DISPONIBILE = 0 - PRAPAY-IMPORTO
002110             PERFORM STORNA-RATA THRU EX-STORNA-RATA
002120                 VARYING RATE-IX FROM RATE-NUM-RATE BY -1
002130                 UNTIL RATE-IX < 1 OR RATE-DISPONIBILE = 0
002140         ELSE
002150             MOVE PRAPAY-IMPORTO TO RATE-DISPONIBILE
002160             PERFORM COPRI-RATA THRU EX-COPRI-RATA
002170                 VARYING RATE-IX FROM 1 BY 1
002180                 UNTIL RATE-IX > RATE-NUM-RATE
002190                 OR RATE-DISPONIBILE = 0
002200         END-IF.
002210 EX-RIPARTISCI-INCASSO.
002220         EXIT.
002230*
002240* COPRI-RATA lays what is left of an incasso over one rata,
002250* capital first: the part landing after the rata's due date
002260* runs up legal interest for the days of delay, and the rata is
002270* saldata on the day its last euro of capital arrives. What is
002280* left then pays the interest the rata owes before moving on.
002290* Money beyond the last rata stays with the pratica's ordinary
002300* saldo and is not the plan's business.
002310*
002320 COPRI-RATA.
002330         COMPUTE RATE-QUOTA =
002340             RATE-IMPORTO(RATE-IX) - RATE-PAGATO(RATE-IX).
002350         IF RATE-QUOTA > 0
002360             PERFORM COPRI-CAPITALE THRU EX-COPRI-CAPITALE
002370         END-IF.
002380         COMPUTE RATE-QUOTA =
002390             RATE-INTERESSI(RATE-IX) - RATE-INT-PAGATI(RATE-IX).
002400         IF RATE-QUOTA NOT > 0
002410             OR RATE-DISPONIBILE = 0
002420             GO TO EX-COPRI-RATA
002430         END-IF.
002440         IF RATE-QUOTA > RATE-DISPONIBILE
002450             MOVE RATE-DISPONIBILE TO RATE-QUOTA
002460         END-IF.
002470         ADD RATE-QUOTA      TO RATE-INT-PAGATI(RATE-IX).
002480         ADD RATE-QUOTA      TO RATE-TOTALE-INT-PAGATI.
002490         SUBTRACT RATE-QUOTA FROM RATE-DISPONIBILE.
002500 EX-COPRI-RATA.
002510         EXIT.
002520*
002530 COPRI-CAPITALE.
002540         IF RATE-QUOTA > RATE-DISPONIBILE
002550             MOVE RATE-DISPONIBILE TO RATE-QUOTA
002560         END-IF.
002570         ADD RATE-QUOTA      TO RATE-PAGATO(RATE-IX).
002580         SUBTRACT RATE-QUOTA FROM RATE-DISPONIBILE.
002590         PERFORM MATURA-INTERESSI THRU EX-MATURA-INTERESSI.
002600         IF RATE-PAGATO(RATE-IX) = RATE-IMPORTO(RATE-IX)
002610             MOVE RATE-DATA-VALUTA TO RATE-DATA-SALDO(RATE-IX)
002620         END-IF.
002630 EX-COPRI-CAPITALE.
002640         EXIT.
002650*
002660* STORNA-RATA takes a rimborso back from the newest rata that
002670* has anything on it - the interest it was paid first, then its
002680* capital - so the rate already settled first stay settled.
002690*
002700 STORNA-RATA.
002710         MOVE RATE-INT-PAGATI(RATE-IX) TO RATE-QUOTA.
002720         IF RATE-QUOTA > RATE-DISPONIBILE
002730             MOVE RATE-DISPONIBILE TO RATE-QUOTA
002740         END-IF.
002750         SUBTRACT RATE-QUOTA FROM RATE-INT-PAGATI(RATE-IX).
002760         SUBTRACT RATE-QUOTA FROM RATE-TOTALE-INT-PAGATI.
002770         SUBTRACT RATE-QUOTA FROM RATE-DISPONIBILE.
002780         IF RATE-PAGATO(RATE-IX) NOT > 0
002790             OR RATE-DISPONIBILE = 0
002800             GO TO EX-STORNA-RATA
002810         END-IF.
002820         MOVE RATE-PAGATO(RATE-IX) TO RATE-QUOTA.
002830         IF RATE-QUOTA > RATE-DISPONIBILE
002840             MOVE RATE-DISPONIBILE TO RATE-QUOTA
002850         END-IF.
002860         SUBTRACT RATE-QUOTA FROM RATE-PAGATO(RATE-IX).
002870         SUBTRACT RATE-QUOTA FROM RATE-DISPONIBILE.
002880         MOVE 0 TO RATE-DATA-SALDO(RATE-IX).
002890 EX-STORNA-RATA.
002900         EXIT.
002910*
002920* MATURA-INTERESSI charges legal interest on RATE-QUOTA for the
002930* days between the rata's due date and RATE-DATA-VALUTA:
002940* quota times rate times days over 36500, rounded to the cent.
002950*
002960 MATURA-INTERESSI.
002970         IF RATE-DATA-VALUTA NOT > RATE-SCADENZA(RATE-IX)
002980             GO TO EX-MATURA-INTERESSI
002990         END-IF.
003000         COMPUTE RATE-GIORNI-RITARDO =
003010             FUNCTION INTEGER-OF-DATE(RATE-DATA-VALUTA)
003020             - FUNCTION INTEGER-OF-DATE(RATE-SCADENZA(RATE-IX)).
003030         COMPUTE RATE-QUOTA ROUNDED =
003040             RATE-QUOTA * RATE-TASSO-LEGALE
003050             * RATE-GIORNI-RITARDO / 36500.
003060         ADD RATE-QUOTA TO RATE-INTERESSI(RATE-IX).
003070         ADD RATE-QUOTA TO RATE-TOTALE-INTERESSI.
003080 EX-MATURA-INTERESSI.
003090         EXIT.
003100*
003110* CHIUDI-RATA settles each rata against the reference date: a
003120* rata already due and not fully covered keeps running interest
003130* on the capital it lacks up to the reference date, and what it
003140* still lacks, capital and interest together, counts towards
003150* the scoperto scaduto and puts the pratica out of regola. The
003160* oldest rata still lacking anything, due or not, is the one
003170* the next incasso will land on.
003180*
003190 CHIUDI-RATA.
003200         COMPUTE RATE-QUOTA =
003210             RATE-IMPORTO(RATE-IX) - RATE-PAGATO(RATE-IX).
003220         IF RATE-QUOTA > 0
003230             AND RATE-SCADENZA(RATE-IX) < RATE-DATA-RIFERIMENTO
003240             MOVE RATE-DATA-RIFERIMENTO TO RATE-DATA-VALUTA
003250             PERFORM MATURA-INTERESSI THRU EX-MATURA-INTERESSI
003260         END-IF.
003270         COMPUTE RATE-RESIDUO(RATE-IX) =
003280             RATE-IMPORTO(RATE-IX) - RATE-PAGATO(RATE-IX)
003290             + RATE-INTERESSI(RATE-IX) - RATE-INT-PAGATI(RATE-IX).
003300         IF RATE-RESIDUO(RATE-IX) NOT > 0
003310             GO TO EX-CHIUDI-RATA
003320         END-IF.
003330         IF RATE-RATA-APERTA = 0
003340             MOVE RATE-IX TO RATE-RATA-APERTA
003350         END-IF.
003360         IF RATE-SCADENZA(RATE-IX) NOT < RATE-DATA-RIFERIMENTO
003370             GO TO EX-CHIUDI-RATA
003380         END-IF.
003390         ADD RATE-RESIDUO(RATE-IX) TO RATE-SCOPERTO-SCADUTO.
003400         SET RATE-IN-RITARDO TO TRUE.
003410 EX-CHIUDI-RATA.
003420         EXIT.
