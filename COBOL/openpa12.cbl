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
000190** sotto-programma della cassa di sportello (TIPO=CASSA): ogni
000200** operatore apre la sua cassa del giorno con un fondo, registra
000210** gli incassi in contanti o POS sulle pratiche - ognuno scritto
000220** in PRAPAY senza IUV, con la posizione pagoPA riallineata, e
000230** con una ricevuta numerata stampabile per il cittadino - e a
000240** fine giornata chiude contando contanti e POS separatamente.
000250** Una differenza dal dovuto va motivata e resta in attesa della
000260** controfirma di un responsabile diverso dall'operatore; senza
000270** azione la pagina mostra la cassa del giorno. La distinta di
000280** versamento in tesoreria la produce il batch OPENPJ26.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENPA12.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340         COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.

000370         COPY "SELVIEW.CBL".
000380         COPY "SELCASS.CBL".
000390         COPY "SELRICV.CBL".
000400         COPY "SELPAY.CBL".

000410 DATA             DIVISION.
000420 FILE SECTION.

000430         COPY "FDEVIEW.CBL".
000440         COPY "FDECASS.CBL".
000450         COPY "FDERICV.CBL".
000460         COPY "FDEPAY.CBL".

000470 WORKING-STORAGE  SECTION.

000480         COPY "GLOBALS.CBL".
000490         COPY "AUTHCHK.CBL".
000500         COPY "POSDCALC.CBL".
000510*
000520 77  CASSA-COMUNE-CODE             PIC X(06).
000530 77  CASSA-PRATICA-ID              PIC X(10).
000540 77  CASSA-AZIONE                  PIC X(11).
000550     88  CASSA-AZIONE-APRI             VALUE "APRI".
000560     88  CASSA-AZIONE-INCASSA          VALUE "INCASSA".
000570     88  CASSA-AZIONE-CHIUDI           VALUE "CHIUDI".
000580     88  CASSA-AZIONE-CONTROFIRMA      VALUE "CONTROFIRMA".
000590 77  CASSA-MEZZO                   PIC X(08).
000600     88  CASSA-MEZZO-CONTANTI          VALUE "CONTANTI".
000610     88  CASSA-MEZZO-POS               VALUE "POS".
000620 77  CASSA-MOTIVO                  PIC X(60).
000630*
000640* The operatore whose cassa the page works on: the one logged
000650* in, except for CONTROFIRMA and for a responsabile looking at
000660* someone else's cassa, where it comes from OPERATORE.
000670*
000680 77  CASSA-OPERATORE               PIC X(30).
000690 77  CASSA-OPERATORE-PAR           PIC X(30).
000700 77  CASSA-DATA                    PIC 9(08).
000710 77  CASSA-METODO                  PIC X(04).
000720 01  CASSA-TODAY-DATE              PIC 9(08).
000730 01  CASSA-TODAY-R REDEFINES CASSA-TODAY-DATE.
000740     05  CASSA-TODAY-ANNO          PIC 9(04).
000750     05  FILLER                    PIC 9(04).
000760 77  CASSA-ORA-INCASSO             PIC 9(08).
000770*
000780* Amounts arrive in the 11-digit implied-decimal wire format of
000790* the PAGAMENTO parameter; LEGGI-IMPORTO reads one into here.
000800*
000810 01  CASSA-IMPORTO-X               PIC X(11).
000820 01  CASSA-IMPORTO-NUM REDEFINES CASSA-IMPORTO-X
000830                                   PIC 9(9)V99.
000840 77  CASSA-IMPORTO-SW              PIC X(01).
000850     88  CASSA-IMPORTO-OK              VALUE "S".
000860 77  CASSA-FONDO                   PIC S9(9)V99 COMP-3.
000870 77  CASSA-IMPORTO                 PIC S9(9)V99 COMP-3.
000880 77  CASSA-CONTANTI                PIC S9(9)V99 COMP-3.
000890 77  CASSA-CONTANTI-SW             PIC X(01).
000900     88  CASSA-CONTANTI-DATI           VALUE "S".
000910 77  CASSA-POS                     PIC S9(9)V99 COMP-3.
000920 77  CASSA-POS-SW                  PIC X(01).
000930     88  CASSA-POS-DATO                VALUE "S".
000940 77  CASSA-DIFF-CONTANTI           PIC S9(9)V99 COMP-3.
000950 77  CASSA-DIFF-POS                PIC S9(9)V99 COMP-3.
000960*
000970* What the ricevuta needs of the pratica, kept once PRAVIEW is
000980* closed again.
000990*
001000 77  CASSA-RICHIEDENTE             PIC X(60).
001010 77  CASSA-DOVUTO                  PIC S9(9)V99 COMP-3.
001020 01  CASSA-PROTOCOLLO.
001030     05  CASSA-PROTO-ANNO          PIC X(04).
001040     05  CASSA-PROTO-NUMERO        PIC X(07).
001050 77  CASSA-NUMERO                  PIC 9(07).
001060 77  CASSA-STATO-DESCR             PIC X(32).
001070 77  CASSA-IMPORTO-ED              PIC ---------9,99.
001080 77  CASSA-IMPORTO2-ED             PIC ---------9,99.
001090 77  CASSA-IMPORTO3-ED             PIC ---------9,99.
001100 77  CASSA-RICEVUTE-ED             PIC ZZZZ9.
001110 77  CASSA-HTML                    PIC X(512).
001120 77  CASSA-HTML-LEN                PIC 9(04) COMP-5.
001130*
001140 LINKAGE SECTION.

001150         COPY "COBW3.CBL".
001160*
001170 PROCEDURE  DIVISION USING COBW3.
001180*
001190         PERFORM INIZIO-CASSA     THRU EX-INIZIO-CASSA.
001200         PERFORM LEGGI-PARAMETRI  THRU EX-LEGGI-PARAMETRI.

001210         EVALUATE TRUE
001220             WHEN CASSA-AZIONE-APRI
001230                 PERFORM APRI-CASSA THRU EX-APRI-CASSA
001240             WHEN CASSA-AZIONE-INCASSA
001250                 PERFORM INCASSA THRU EX-INCASSA
001260             WHEN CASSA-AZIONE-CHIUDI
001270                 PERFORM CHIUDI-CASSA THRU EX-CHIUDI-CASSA
001280             WHEN CASSA-AZIONE-CONTROFIRMA
001290                 PERFORM CONTROFIRMA-CASSA
001300                     THRU EX-CONTROFIRMA-CASSA
001310             WHEN OTHER
001320                 PERFORM MOSTRA-CASSA THRU EX-MOSTRA-CASSA
001330         END-EVALUATE.

001340         PERFORM FINE-CASSA       THRU EX-FINE-CASSA.

001350         GOBACK.
001360*
001370 INIZIO-CASSA.
001380         SET COBW3-STATUS-CODE-200 TO TRUE.
001390         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001400         ACCEPT CASSA-TODAY-DATE FROM DATE YYYYMMDD.
001410         IF COBW3-SESSION-COMUNE-CODE = SPACES
001420             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001430             MOVE GLB-DEFLT-COMUNE TO CASSA-COMUNE-CODE
001440         ELSE
001450             MOVE COBW3-SESSION-COMUNE-CODE
001460                 TO CASSA-COMUNE-CODE
001470         END-IF.
001480         MOVE COBW3-USERID(1:30) TO CASSA-OPERATORE.

001490         MOVE SPACES TO CASSA-HTML.
001500         STRING "<html><body><h1>CASSA SPORTELLO COMUNE "
001510                 DELIMITED BY SIZE
001520             CASSA-COMUNE-CODE DELIMITED BY SIZE
001530             "</h1><table>"    DELIMITED BY SIZE
001540             INTO CASSA-HTML
001550         END-STRING.
001560         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001570 EX-INIZIO-CASSA.
001580         EXIT.
001590*
001600 LEGGI-PARAMETRI.
001610         MOVE SPACES           TO CASSA-AZIONE.
001620         MOVE SPACES           TO CASSA-PRATICA-ID.
001630         MOVE SPACES           TO CASSA-MEZZO.
001640         MOVE SPACES           TO CASSA-MOTIVO.
001650         MOVE SPACES           TO CASSA-OPERATORE-PAR.
001660         MOVE CASSA-TODAY-DATE TO CASSA-DATA.
001670         MOVE 0                TO CASSA-FONDO.
001680         MOVE 0                TO CASSA-IMPORTO.
001690         MOVE 0                TO CASSA-CONTANTI.
001700         MOVE 0                TO CASSA-POS.
001710         MOVE "N"              TO CASSA-CONTANTI-SW.
001720         MOVE "N"              TO CASSA-POS-SW.

001730         MOVE SPACES           TO COBW3-SEARCH-DATA.
001740         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
001750         MOVE 6                TO COBW3-SEARCH-LENGTH.
001760         SET COBW3-NUMBER-INIT TO TRUE.
001770         CALL "COBW3SR" USING COBW3.
001780         IF COBW3-SEARCH-FLAG-EXIST
001790             MOVE COBW3-GET-DATA(1:11) TO CASSA-AZIONE
001800         END-IF.

001810         MOVE SPACES           TO COBW3-SEARCH-DATA.
001820         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
001830         MOVE 10               TO COBW3-SEARCH-LENGTH.
001840         SET COBW3-NUMBER-INIT TO TRUE.
001850         CALL "COBW3SR" USING COBW3.
001860         IF COBW3-SEARCH-FLAG-EXIST
001870             MOVE COBW3-GET-DATA(1:10) TO CASSA-PRATICA-ID
001880         END-IF.

001890         MOVE SPACES           TO COBW3-SEARCH-DATA.
001900         MOVE "MEZZO"          TO COBW3-SEARCH-DATA(1:5).
001910         MOVE 5                TO COBW3-SEARCH-LENGTH.
001920         SET COBW3-NUMBER-INIT TO TRUE.
001930         CALL "COBW3SR" USING COBW3.
001940         IF COBW3-SEARCH-FLAG-EXIST
001950             MOVE COBW3-GET-DATA(1:8) TO CASSA-MEZZO
001960         END-IF.

001970         MOVE SPACES           TO COBW3-SEARCH-DATA.
001980         MOVE "MOTIVO"         TO COBW3-SEARCH-DATA(1:6).
001990         MOVE 6                TO COBW3-SEARCH-LENGTH.
002000         SET COBW3-NUMBER-INIT TO TRUE.
002010         CALL "COBW3SR" USING COBW3.
002020         IF COBW3-SEARCH-FLAG-EXIST
002030             MOVE COBW3-GET-DATA(1:60) TO CASSA-MOTIVO
002040         END-IF.

002050         MOVE SPACES           TO COBW3-SEARCH-DATA.
002060         MOVE "OPERATORE"      TO COBW3-SEARCH-DATA(1:9).
002070         MOVE 9                TO COBW3-SEARCH-LENGTH.
002080         SET COBW3-NUMBER-INIT TO TRUE.
002090         CALL "COBW3SR" USING COBW3.
002100         IF COBW3-SEARCH-FLAG-EXIST
002110             MOVE COBW3-GET-DATA(1:30) TO CASSA-OPERATORE-PAR
002120         END-IF.

002130         MOVE SPACES           TO COBW3-SEARCH-DATA.
002140         MOVE "DATA"           TO COBW3-SEARCH-DATA(1:4).
002150         MOVE 4                TO COBW3-SEARCH-LENGTH.
002160         SET COBW3-NUMBER-INIT TO TRUE.
002170         CALL "COBW3SR" USING COBW3.
002180         IF COBW3-SEARCH-FLAG-EXIST
002190             AND COBW3-GET-LENGTH = 8
002200             AND COBW3-GET-DATA(1:8) NUMERIC
002210             MOVE COBW3-GET-DATA(1:8) TO CASSA-DATA
002220         END-IF.

002230         MOVE SPACES           TO COBW3-SEARCH-DATA.
002240         MOVE "FONDO"          TO COBW3-SEARCH-DATA(1:5).
002250         MOVE 5                TO COBW3-SEARCH-LENGTH.
002260         PERFORM LEGGI-IMPORTO THRU EX-LEGGI-IMPORTO.
002270         IF CASSA-IMPORTO-OK
002280             MOVE CASSA-IMPORTO-NUM TO CASSA-FONDO
002290         END-IF.

002300         MOVE SPACES           TO COBW3-SEARCH-DATA.
002310         MOVE "IMPORTO"        TO COBW3-SEARCH-DATA(1:7).
002320         MOVE 7                TO COBW3-SEARCH-LENGTH.
002330         PERFORM LEGGI-IMPORTO THRU EX-LEGGI-IMPORTO.
002340         IF CASSA-IMPORTO-OK
002350             MOVE CASSA-IMPORTO-NUM TO CASSA-IMPORTO
002360         END-IF.

002370         MOVE SPACES           TO COBW3-SEARCH-DATA.
002380         MOVE "CONTANTI"       TO COBW3-SEARCH-DATA(1:8).
002390         MOVE 8                TO COBW3-SEARCH-LENGTH.
002400         PERFORM LEGGI-IMPORTO THRU EX-LEGGI-IMPORTO.
002410         IF CASSA-IMPORTO-OK
002420             MOVE CASSA-IMPORTO-NUM TO CASSA-CONTANTI
002430             SET CASSA-CONTANTI-DATI TO TRUE
002440         END-IF.

002450         MOVE SPACES           TO COBW3-SEARCH-DATA.
002460         MOVE "POS"            TO COBW3-SEARCH-DATA(1:3).
002470         MOVE 3                TO COBW3-SEARCH-LENGTH.
002480         PERFORM LEGGI-IMPORTO THRU EX-LEGGI-IMPORTO.
002490         IF CASSA-IMPORTO-OK
002500             MOVE CASSA-IMPORTO-NUM TO CASSA-POS
002510             SET CASSA-POS-DATO TO TRUE
002520         END-IF.
002530 EX-LEGGI-PARAMETRI.
002540         EXIT.
002550*
002560* LEGGI-IMPORTO fetches the amount parameter named in
002570* COBW3-SEARCH-DATA; only the 11-digit wire format is taken,
002580* anything else is treated as not given.
002590*
002600 LEGGI-IMPORTO.
002610         MOVE "N" TO CASSA-IMPORTO-SW.
002620         SET COBW3-NUMBER-INIT TO TRUE.
002630         CALL "COBW3SR" USING COBW3.
002640         IF NOT COBW3-SEARCH-FLAG-EXIST
002650             GO TO EX-LEGGI-IMPORTO
002660         END-IF.
002670         MOVE COBW3-GET-DATA(1:11) TO CASSA-IMPORTO-X.
002680         IF CASSA-IMPORTO-X NUMERIC
002690             SET CASSA-IMPORTO-OK TO TRUE
002700         END-IF.
002710 EX-LEGGI-IMPORTO.
002720         EXIT.
002730*
002740* CHECK-VERIFICATO refuses a state-changing azione arriving on a
002750* GET or without a started session; CHECK-OPERATORE then holds
002760* the cassa to the operatori of the comune.
002770*
002780 CHECK-VERIFICATO.
002790         SET COBW3-REQUEST-METHOD TO TRUE.
002800         CALL "COBW3SR" USING COBW3.
002810         MOVE COBW3-REQUEST-INFO(1:4) TO CASSA-METODO.
002820         IF CASSA-METODO = "GET "
002830             OR NOT COBW3-SESSION-STATUS-STARTED
002840             SET COBW3-STATUS-CODE-403 TO TRUE
002850             GO TO EX-CHECK-VERIFICATO
002860         END-IF.
002870         PERFORM CHECK-OPERATORE THRU EX-CHECK-OPERATORE.
002880 EX-CHECK-VERIFICATO.
002890         EXIT.
002900*
002910 CHECK-OPERATORE.
002920         MOVE CASSA-COMUNE-CODE TO AUTH-COMUNE-CODE.
002930         MOVE COBW3-USERID      TO AUTH-USERID.
002940         CALL "OPENPS03" USING AUTHCHK-AREA.
002950         IF NOT AUTH-RUOLO-OPERATORE
002960             SET COBW3-STATUS-CODE-403 TO TRUE
002970         END-IF.
002980 EX-CHECK-OPERATORE.
002990         EXIT.
003000*
003010* OPEN-PRACASSA opens the sessions I-O, creating the file the
003020* first time a comune uses the cassa.
003030*
003040 OPEN-PRACASSA.
003050         OPEN I-O PRACASSA.
003060         IF STATUS-PRACASSA = "35"
003070             OPEN OUTPUT PRACASSA
003080             CLOSE PRACASSA
003090             OPEN I-O PRACASSA
003100         END-IF.
003110         IF STATUS-PRACASSA NOT = "00"
003120             SET COBW3-STATUS-CODE-500 TO TRUE
003130         END-IF.
003140 EX-OPEN-PRACASSA.
003150         EXIT.
003160*
003170* APRI-CASSA opens today's cassa of the operatore with the fondo
003180* given (none when FONDO is left out). One cassa a day: once
003190* closed it is not reopened, the next incassi wait for tomorrow.
003200*
003210 APRI-CASSA.
003220         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
003230         IF NOT COBW3-STATUS-CODE-200
003240             GO TO EX-APRI-CASSA
003250         END-IF.
003260         PERFORM OPEN-PRACASSA THRU EX-OPEN-PRACASSA.
003270         IF NOT COBW3-STATUS-CODE-200
003280             GO TO EX-APRI-CASSA
003290         END-IF.

003300         INITIALIZE PRACASSA-RECORD.
003310         MOVE CASSA-COMUNE-CODE    TO PRACASSA-COMUNE-CODE.
003320         MOVE CASSA-TODAY-DATE     TO PRACASSA-DATA.
003330         MOVE CASSA-OPERATORE      TO PRACASSA-OPERATORE.
003340         SET PRACASSA-APERTA       TO TRUE.
003350         ACCEPT PRACASSA-ORA-APERTURA FROM TIME.
003360         MOVE CASSA-FONDO          TO PRACASSA-FONDO.
003370         MOVE "N"                  TO PRACASSA-VERSATA-SW.
003380         WRITE PRACASSA-RECORD
003390             INVALID KEY
003400                 CLOSE PRACASSA
003410                 MOVE "<tr><td>CASSA GIA APERTA OGGI</td></tr>"
003420                     TO CASSA-HTML
003430                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003440                 GO TO EX-APRI-CASSA
003450         END-WRITE.

003460         MOVE "<tr><td>CASSA APERTA</td></tr>" TO CASSA-HTML.
003470         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003480         READ PRACASSA
003490             INVALID KEY
003500                 CONTINUE
003510         END-READ.
003520         PERFORM EMETTI-SESSIONE THRU EX-EMETTI-SESSIONE.
003530         CLOSE PRACASSA.
003540 EX-APRI-CASSA.
003550         EXIT.
003560*
003570* INCASSA takes a payment at the desk on the operatore's open
003580* cassa of today: the PRAPAY row (channel CONTANTI or POS, no
003590* IUV), the next ricevuta number of the comune and year, the
003600* session totals, and then the pagoPA position realigned on
003610* what the pratica still owes, as RECORD-PAYMENT does online.
003620*
003630 INCASSA.
003640         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
003650         IF NOT COBW3-STATUS-CODE-200
003660             GO TO EX-INCASSA
003670         END-IF.
003680         IF CASSA-PRATICA-ID = SPACES
003690             PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
003700             GO TO EX-INCASSA
003710         END-IF.
003720         IF CASSA-IMPORTO NOT > 0
003730             MOVE "<tr><td>IMPORTO NON VALIDO</td></tr>"
003740                 TO CASSA-HTML
003750             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003760             GO TO EX-INCASSA
003770         END-IF.
003780         IF NOT CASSA-MEZZO-CONTANTI
003790             AND NOT CASSA-MEZZO-POS
003800             MOVE "<tr><td>MEZZO CONTANTI O POS</td></tr>"
003810                 TO CASSA-HTML
003820             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003830             GO TO EX-INCASSA
003840         END-IF.

003850         OPEN INPUT PRAVIEW.
003860         IF STATUS-PRAVIEW NOT = "00"
003870             SET COBW3-STATUS-CODE-500 TO TRUE
003880             GO TO EX-INCASSA
003890         END-IF.
003900         MOVE CASSA-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003910         MOVE CASSA-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
003920         READ PRAVIEW
003930             INVALID KEY
003940                 CLOSE PRAVIEW
003950                 SET COBW3-STATUS-CODE-404 TO TRUE
003960                 GO TO EX-INCASSA
003970         END-READ.
003980         MOVE PRAVIEW-RICHIEDENTE    TO CASSA-RICHIEDENTE.
003990         MOVE PRAVIEW-PROTOCOLLO     TO CASSA-PROTOCOLLO.
004000         MOVE PRAVIEW-IMPORTO-DOVUTO TO CASSA-DOVUTO.
004010         CLOSE PRAVIEW.

004020         PERFORM OPEN-PRACASSA THRU EX-OPEN-PRACASSA.
004030         IF NOT COBW3-STATUS-CODE-200
004040             GO TO EX-INCASSA
004050         END-IF.
004060         MOVE CASSA-COMUNE-CODE TO PRACASSA-COMUNE-CODE.
004070         MOVE CASSA-TODAY-DATE  TO PRACASSA-DATA.
004080         MOVE CASSA-OPERATORE   TO PRACASSA-OPERATORE.
004090         READ PRACASSA
004100             INVALID KEY
004110                 MOVE SPACES TO PRACASSA-STATO
004120         END-READ.
004130         IF NOT PRACASSA-APERTA
004140             CLOSE PRACASSA
004150             MOVE "<tr><td>CASSA DEL GIORNO NON APERTA</td></tr>"
004160                 TO CASSA-HTML
004170             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004180             GO TO EX-INCASSA
004190         END-IF.

004200         OPEN I-O PRARICEV.
004210         IF STATUS-PRARICEV = "35"
004220             OPEN OUTPUT PRARICEV
004230             CLOSE PRARICEV
004240             OPEN I-O PRARICEV
004250         END-IF.
004260         IF STATUS-PRARICEV NOT = "00"
004270             CLOSE PRACASSA
004280             SET COBW3-STATUS-CODE-500 TO TRUE
004290             GO TO EX-INCASSA
004300         END-IF.
004310         OPEN I-O PRAPAY.
004320         IF STATUS-PRAPAY = "35"
004330             OPEN OUTPUT PRAPAY
004340             CLOSE PRAPAY
004350             OPEN I-O PRAPAY
004360         END-IF.
004370         IF STATUS-PRAPAY NOT = "00"
004380             CLOSE PRACASSA
004390             CLOSE PRARICEV
004400             SET COBW3-STATUS-CODE-500 TO TRUE
004410             GO TO EX-INCASSA
004420         END-IF.

004430         ACCEPT CASSA-ORA-INCASSO FROM TIME.
004440         INITIALIZE PRAPAY-RECORD.
004450         MOVE CASSA-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
004460         MOVE CASSA-PRATICA-ID  TO PRAPAY-PRATICA-ID.
004470         MOVE CASSA-TODAY-DATE  TO PRAPAY-DATA-INCASSO.
004480         MOVE CASSA-ORA-INCASSO TO PRAPAY-ORA-INCASSO.
004490         MOVE CASSA-IMPORTO     TO PRAPAY-IMPORTO.
004500         MOVE SPACES            TO PRAPAY-IUV.
004510         MOVE CASSA-MEZZO       TO PRAPAY-CANALE.
004520         WRITE PRAPAY-RECORD
004530             INVALID KEY
004540                 CLOSE PRACASSA
004550                 CLOSE PRARICEV
004560                 CLOSE PRAPAY
004570                 MOVE "<tr><td>INCASSO NON REGISTRATO</td></tr>"
004580                     TO CASSA-HTML
004590                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004600                 GO TO EX-INCASSA
004610         END-WRITE.
004620         CLOSE PRAPAY.

004630         PERFORM NUMERA-RICEVUTA THRU EX-NUMERA-RICEVUTA.
004640         CLOSE PRARICEV.

004650         ADD 1 TO PRACASSA-NUM-RICEVUTE.
004660         IF CASSA-MEZZO-CONTANTI
004670             ADD CASSA-IMPORTO TO PRACASSA-INCASSO-CONTANTI
004680         ELSE
004690             ADD CASSA-IMPORTO TO PRACASSA-INCASSO-POS
004700         END-IF.
004710         REWRITE PRACASSA-RECORD
004720             INVALID KEY
004730                 SET COBW3-STATUS-CODE-500 TO TRUE
004740         END-REWRITE.
004750         CLOSE PRACASSA.

004760         SET POSD-FUNZ-ALLINEA       TO TRUE.
004770         MOVE CASSA-COMUNE-CODE      TO POSD-COMUNE-CODE.
004780         MOVE CASSA-PRATICA-ID       TO POSD-PRATICA-ID.
004790         MOVE CASSA-PROTOCOLLO       TO POSD-PROTOCOLLO.
004800         MOVE CASSA-DOVUTO           TO POSD-IMPORTO-DOVUTO.
004810         CALL "OPENPS04" USING POSDCALC-AREA.

004820         PERFORM EMETTI-RICEVUTA THRU EX-EMETTI-RICEVUTA.
004830 EX-INCASSA.
004840         EXIT.
004850*
004860* NUMERA-RICEVUTA takes the next number off the testata of the
004870* comune and year - written the first time the year sees a
004880* ricevuta - and writes the ricevuta against the PRAPAY row
004890* just recorded.
004900*
004910 NUMERA-RICEVUTA.
004920         MOVE CASSA-COMUNE-CODE TO PRARICEV-COMUNE-CODE.
004930         MOVE CASSA-TODAY-ANNO  TO PRARICEV-ANNO.
004940         MOVE 0                 TO PRARICEV-NUMERO.
004950         READ PRARICEV
004960             INVALID KEY
004970                 INITIALIZE PRARICEV-TESTATA
004980                 MOVE 0 TO PRARICEV-ULTIMO-NUMERO
004990                 WRITE PRARICEV-RECORD
005000                     INVALID KEY
005010                         CONTINUE
005020                 END-WRITE
005030         END-READ.
005040         ADD 1 TO PRARICEV-ULTIMO-NUMERO.
005050         MOVE PRARICEV-ULTIMO-NUMERO TO CASSA-NUMERO.
005060         REWRITE PRARICEV-RECORD
005070             INVALID KEY
005080                 CONTINUE
005090         END-REWRITE.

005100         INITIALIZE PRARICEV-RECORD.
005110         MOVE CASSA-COMUNE-CODE TO PRARICEV-COMUNE-CODE.
005120         MOVE CASSA-TODAY-ANNO  TO PRARICEV-ANNO.
005130         MOVE CASSA-NUMERO      TO PRARICEV-NUMERO.
005140         MOVE CASSA-PRATICA-ID  TO PRARICEV-PRATICA-ID.
005150         MOVE CASSA-TODAY-DATE  TO PRARICEV-DATA-INCASSO.
005160         MOVE CASSA-ORA-INCASSO TO PRARICEV-ORA-INCASSO.
005170         MOVE CASSA-OPERATORE   TO PRARICEV-OPERATORE.
005180         IF CASSA-MEZZO-CONTANTI
005190             SET PRARICEV-CONTANTI TO TRUE
005200         ELSE
005210             SET PRARICEV-POS TO TRUE
005220         END-IF.
005230         MOVE CASSA-IMPORTO     TO PRARICEV-IMPORTO.
005240         WRITE PRARICEV-RECORD
005250             INVALID KEY
005260                 CONTINUE
005270         END-WRITE.
005280 EX-NUMERA-RICEVUTA.
005290         EXIT.
005300*
005310* CHIUDI-CASSA closes the operatore's open cassa of DATA (today
005320* unless given) on what was counted: contanti - fondo included -
005330* against fondo plus contanti taken, POS against POS taken. A
005340* difference needs its MOTIVO and leaves the cassa waiting for
005350* the controfirma; no difference closes it outright.
005360*
005370 CHIUDI-CASSA.
005380         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
005390         IF NOT COBW3-STATUS-CODE-200
005400             GO TO EX-CHIUDI-CASSA
005410         END-IF.
005420         IF NOT CASSA-CONTANTI-DATI
005430             OR NOT CASSA-POS-DATO
005440             MOVE "<tr><td>INDICARE CONTANTI E POS</td></tr>"
005450                 TO CASSA-HTML
005460             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005470             GO TO EX-CHIUDI-CASSA
005480         END-IF.

005490         PERFORM OPEN-PRACASSA THRU EX-OPEN-PRACASSA.
005500         IF NOT COBW3-STATUS-CODE-200
005510             GO TO EX-CHIUDI-CASSA
005520         END-IF.
005530         MOVE CASSA-COMUNE-CODE TO PRACASSA-COMUNE-CODE.
005540         MOVE CASSA-DATA        TO PRACASSA-DATA.
005550         MOVE CASSA-OPERATORE   TO PRACASSA-OPERATORE.
005560         READ PRACASSA
005570             INVALID KEY
005580                 MOVE SPACES TO PRACASSA-STATO
005590         END-READ.
005600         IF NOT PRACASSA-APERTA
005610             CLOSE PRACASSA
005620             MOVE "<tr><td>NESSUNA CASSA APERTA</td></tr>"
005630                 TO CASSA-HTML
005640             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005650             GO TO EX-CHIUDI-CASSA
005660         END-IF.

005670         COMPUTE CASSA-DIFF-CONTANTI = CASSA-CONTANTI
005680             - PRACASSA-FONDO - PRACASSA-INCASSO-CONTANTI.
005690         COMPUTE CASSA-DIFF-POS = CASSA-POS
005700             - PRACASSA-INCASSO-POS.
005710         IF (CASSA-DIFF-CONTANTI NOT = 0
005720             OR CASSA-DIFF-POS NOT = 0)
005730             AND CASSA-MOTIVO = SPACES
005740             CLOSE PRACASSA
005750             MOVE CASSA-DIFF-CONTANTI TO CASSA-IMPORTO-ED
005760             MOVE CASSA-DIFF-POS      TO CASSA-IMPORTO2-ED
005770             MOVE SPACES TO CASSA-HTML
005780             STRING "<tr><td>DIFFERENZA DI CASSA: INDICARE IL "
005790                     DELIMITED BY SIZE
005800                 "MOTIVO</td><td>CONTANTI " DELIMITED BY SIZE
005810                 CASSA-IMPORTO-ED          DELIMITED BY SIZE
005820                 "</td><td>POS "           DELIMITED BY SIZE
005830                 CASSA-IMPORTO2-ED         DELIMITED BY SIZE
005840                 "</td></tr>"              DELIMITED BY SIZE
005850                 INTO CASSA-HTML
005860             END-STRING
005870             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005880             GO TO EX-CHIUDI-CASSA
005890         END-IF.

005900         MOVE CASSA-CONTANTI      TO PRACASSA-CONTATO-CONTANTI.
005910         MOVE CASSA-POS           TO PRACASSA-CONTATO-POS.
005920         MOVE CASSA-DIFF-CONTANTI TO PRACASSA-DIFF-CONTANTI.
005930         MOVE CASSA-DIFF-POS      TO PRACASSA-DIFF-POS.
005940         MOVE CASSA-MOTIVO        TO PRACASSA-MOTIVO.
005950         ACCEPT PRACASSA-ORA-CHIUSURA FROM TIME.
005960         IF CASSA-DIFF-CONTANTI = 0
005970             AND CASSA-DIFF-POS = 0
005980             SET PRACASSA-CHIUSA    TO TRUE
005990             MOVE "<tr><td>CASSA CHIUSA</td></tr>" TO CASSA-HTML
006000         ELSE
006010             SET PRACASSA-DA-FIRMARE TO TRUE
006020             MOVE "<tr><td>CASSA DA CONTROFIRMARE</td></tr>"
006030                 TO CASSA-HTML
006040         END-IF.
006050         REWRITE PRACASSA-RECORD
006060             INVALID KEY
006070                 CLOSE PRACASSA
006080                 SET COBW3-STATUS-CODE-500 TO TRUE
006090                 GO TO EX-CHIUDI-CASSA
006100         END-REWRITE.
006110         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
006120         READ PRACASSA
006130             INVALID KEY
006140                 CONTINUE
006150         END-READ.
006160         PERFORM EMETTI-SESSIONE THRU EX-EMETTI-SESSIONE.
006170         CLOSE PRACASSA.
006180 EX-CHIUDI-CASSA.
006190         EXIT.
006200*
006210* CONTROFIRMA-CASSA lets a responsabile (or admin) countersign
006220* the difference on the cassa of OPERATORE for DATA - never
006230* their own - which then counts as closed.
006240*
006250 CONTROFIRMA-CASSA.
006260         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
006270         IF NOT COBW3-STATUS-CODE-200
006280             GO TO EX-CONTROFIRMA-CASSA
006290         END-IF.
006300         IF NOT AUTH-RUOLO-RESPONSABILE
006310             AND NOT AUTH-RUOLO-ADMIN
006320             SET COBW3-STATUS-CODE-403 TO TRUE
006330             GO TO EX-CONTROFIRMA-CASSA
006340         END-IF.
006350         IF CASSA-OPERATORE-PAR = SPACES
006360             MOVE "<tr><td>INDICARE OPERATORE</td></tr>"
006370                 TO CASSA-HTML
006380             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006390             GO TO EX-CONTROFIRMA-CASSA
006400         END-IF.
006410         IF CASSA-OPERATORE-PAR = CASSA-OPERATORE
006420             MOVE "<tr><td>CONTROFIRMA ALTRUI</td></tr>"
006430                 TO CASSA-HTML
006440             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006450             GO TO EX-CONTROFIRMA-CASSA
006460         END-IF.

006470         PERFORM OPEN-PRACASSA THRU EX-OPEN-PRACASSA.
006480         IF NOT COBW3-STATUS-CODE-200
006490             GO TO EX-CONTROFIRMA-CASSA
006500         END-IF.
006510         MOVE CASSA-COMUNE-CODE   TO PRACASSA-COMUNE-CODE.
006520         MOVE CASSA-DATA          TO PRACASSA-DATA.
006530         MOVE CASSA-OPERATORE-PAR TO PRACASSA-OPERATORE.
006540         READ PRACASSA
006550             INVALID KEY
006560                 CLOSE PRACASSA
006570                 SET COBW3-STATUS-CODE-404 TO TRUE
006580                 GO TO EX-CONTROFIRMA-CASSA
006590         END-READ.
006600         IF NOT PRACASSA-DA-FIRMARE
006610             CLOSE PRACASSA
006620             MOVE "<tr><td>NULLA DA CONTROFIRMARE</td></tr>"
006630                 TO CASSA-HTML
006640             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006650             GO TO EX-CONTROFIRMA-CASSA
006660         END-IF.

006670         MOVE CASSA-OPERATORE  TO PRACASSA-SUPERVISORE.
006680         MOVE CASSA-TODAY-DATE TO PRACASSA-DATA-CONTROFIRMA.
006690         SET PRACASSA-CHIUSA   TO TRUE.
006700         REWRITE PRACASSA-RECORD
006710             INVALID KEY
006720                 CLOSE PRACASSA
006730                 SET COBW3-STATUS-CODE-500 TO TRUE
006740                 GO TO EX-CONTROFIRMA-CASSA
006750         END-REWRITE.
006760         MOVE "<tr><td>DIFFERENZA CONTROFIRMATA</td></tr>"
006770             TO CASSA-HTML.
006780         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
006790         READ PRACASSA
006800             INVALID KEY
006810                 CONTINUE
006820         END-READ.
006830         PERFORM EMETTI-SESSIONE THRU EX-EMETTI-SESSIONE.
006840         CLOSE PRACASSA.
006850 EX-CONTROFIRMA-CASSA.
006860         EXIT.
006870*
006880* MOSTRA-CASSA shows the cassa of DATA: the operatore's own, or
006890* for a responsabile or admin the one of OPERATORE.
006900*
006910 MOSTRA-CASSA.
006920         PERFORM CHECK-OPERATORE THRU EX-CHECK-OPERATORE.
006930         IF NOT COBW3-STATUS-CODE-200
006940             GO TO EX-MOSTRA-CASSA
006950         END-IF.
006960         IF CASSA-OPERATORE-PAR NOT = SPACES
006970             AND (AUTH-RUOLO-RESPONSABILE OR AUTH-RUOLO-ADMIN)
006980             MOVE CASSA-OPERATORE-PAR TO CASSA-OPERATORE
006990         END-IF.

007000         OPEN INPUT PRACASSA.
007010         IF STATUS-PRACASSA NOT = "00"
007020             MOVE "<tr><td>NESSUNA CASSA</td></tr>" TO CASSA-HTML
007030             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007040             GO TO EX-MOSTRA-CASSA
007050         END-IF.
007060         MOVE CASSA-COMUNE-CODE TO PRACASSA-COMUNE-CODE.
007070         MOVE CASSA-DATA        TO PRACASSA-DATA.
007080         MOVE CASSA-OPERATORE   TO PRACASSA-OPERATORE.
007090         READ PRACASSA
007100             INVALID KEY
007110                 CLOSE PRACASSA
007120                 MOVE "<tr><td>NESSUNA CASSA</td></tr>"
007130                     TO CASSA-HTML
007140                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007150                 GO TO EX-MOSTRA-CASSA
007160         END-READ.
007170         PERFORM EMETTI-SESSIONE THRU EX-EMETTI-SESSIONE.
007180         CLOSE PRACASSA.
007190 EX-MOSTRA-CASSA.
007200         EXIT.
007210*
007220* EMETTI-SESSIONE emits the PRACASSA row in the record area:
007230* stato, fondo, what was taken and, once closed, what was
007240* counted with its difference, motivo and controfirma.
007250*
007260 EMETTI-SESSIONE.
007270         EVALUATE TRUE
007280             WHEN PRACASSA-APERTA
007290                 MOVE "APERTA"             TO CASSA-STATO-DESCR
007300             WHEN PRACASSA-DA-FIRMARE
007310                 MOVE "IN ATTESA DI CONTROFIRMA"
007320                     TO CASSA-STATO-DESCR
007330             WHEN PRACASSA-CHIUSA AND PRACASSA-VERSATA
007340                 MOVE "CHIUSA E VERSATA"   TO CASSA-STATO-DESCR
007350             WHEN OTHER
007360                 MOVE "CHIUSA"             TO CASSA-STATO-DESCR
007370         END-EVALUATE.
007380         MOVE SPACES TO CASSA-HTML.
007390         STRING "<tr><td>CASSA "        DELIMITED BY SIZE
007400             PRACASSA-OPERATORE         DELIMITED BY "  "
007410             "</td><td>"                DELIMITED BY SIZE
007420             PRACASSA-DATA              DELIMITED BY SIZE
007430             "</td><td>"                DELIMITED BY SIZE
007440             CASSA-STATO-DESCR          DELIMITED BY "  "
007450             "</td></tr>"               DELIMITED BY SIZE
007460             INTO CASSA-HTML
007470         END-STRING.
007480         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

007490         MOVE PRACASSA-FONDO            TO CASSA-IMPORTO-ED.
007500         MOVE PRACASSA-NUM-RICEVUTE     TO CASSA-RICEVUTE-ED.
007510         MOVE PRACASSA-INCASSO-CONTANTI TO CASSA-IMPORTO2-ED.
007520         MOVE PRACASSA-INCASSO-POS      TO CASSA-IMPORTO3-ED.
007530         MOVE SPACES TO CASSA-HTML.
007540         STRING "<tr><td>FONDO "        DELIMITED BY SIZE
007550             CASSA-IMPORTO-ED           DELIMITED BY SIZE
007560             "</td><td>RICEVUTE "       DELIMITED BY SIZE
007570             CASSA-RICEVUTE-ED          DELIMITED BY SIZE
007580             "</td><td>CONTANTI "       DELIMITED BY SIZE
007590             CASSA-IMPORTO2-ED          DELIMITED BY SIZE
007600             "</td><td>POS "            DELIMITED BY SIZE
007610             CASSA-IMPORTO3-ED          DELIMITED BY SIZE
007620             "</td></tr>"               DELIMITED BY SIZE
007630             INTO CASSA-HTML
007640         END-STRING.
007650         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
007660         IF PRACASSA-APERTA
007670             GO TO EX-EMETTI-SESSIONE
007680         END-IF.

007690         MOVE PRACASSA-CONTATO-CONTANTI TO CASSA-IMPORTO-ED.
007700         MOVE PRACASSA-DIFF-CONTANTI    TO CASSA-IMPORTO2-ED.
007710         MOVE SPACES TO CASSA-HTML.
007720         STRING "<tr><td>CONTATI CONTANTI " DELIMITED BY SIZE
007730             CASSA-IMPORTO-ED           DELIMITED BY SIZE
007740             "</td><td>DIFFERENZA "     DELIMITED BY SIZE
007750             CASSA-IMPORTO2-ED          DELIMITED BY SIZE
007760             "</td></tr>"               DELIMITED BY SIZE
007770             INTO CASSA-HTML
007780         END-STRING.
007790         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
007800         MOVE PRACASSA-CONTATO-POS      TO CASSA-IMPORTO-ED.
007810         MOVE PRACASSA-DIFF-POS         TO CASSA-IMPORTO2-ED.
007820         MOVE SPACES TO CASSA-HTML.
007830         STRING "<tr><td>CONTATO POS "  DELIMITED BY SIZE
007840             CASSA-IMPORTO-ED           DELIMITED BY SIZE
007850             "</td><td>DIFFERENZA "     DELIMITED BY SIZE
007860             CASSA-IMPORTO2-ED          DELIMITED BY SIZE
007870             "</td></tr>"               DELIMITED BY SIZE
007880             INTO CASSA-HTML
007890         END-STRING.
007900         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
007910         IF PRACASSA-MOTIVO NOT = SPACES
007920             MOVE SPACES TO CASSA-HTML
007930             STRING "<tr><td>MOTIVO</td><td>" DELIMITED BY SIZE
007940                 PRACASSA-MOTIVO            DELIMITED BY "  "
007950                 "</td></tr>"               DELIMITED BY SIZE
007960                 INTO CASSA-HTML
007970             END-STRING
007980             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007990         END-IF.
008000         IF PRACASSA-SUPERVISORE NOT = SPACES
008010             MOVE SPACES TO CASSA-HTML
008020             STRING "<tr><td>CONTROFIRMA</td><td>"
008030                     DELIMITED BY SIZE
008040                 PRACASSA-SUPERVISORE       DELIMITED BY "  "
008050                 "</td><td>"                DELIMITED BY SIZE
008060                 PRACASSA-DATA-CONTROFIRMA  DELIMITED BY SIZE
008070                 "</td></tr>"               DELIMITED BY SIZE
008080                 INTO CASSA-HTML
008090             END-STRING
008100             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
008110         END-IF.
008120 EX-EMETTI-SESSIONE.
008130         EXIT.
008140*
008150* EMETTI-RICEVUTA emits the ricevuta the citizen takes away:
008160* number and year, comune, pratica with its protocol, the
008170* richiedente, amount and mezzo, when and by whom.
008180*
008190 EMETTI-RICEVUTA.
008200         MOVE SPACES TO CASSA-HTML.
008210         STRING "<tr><td>RICEVUTA N. "  DELIMITED BY SIZE
008220             CASSA-NUMERO               DELIMITED BY SIZE
008230             "/"                        DELIMITED BY SIZE
008240             CASSA-TODAY-ANNO           DELIMITED BY SIZE
008250             "</td><td>COMUNE "         DELIMITED BY SIZE
008260             CASSA-COMUNE-CODE          DELIMITED BY SIZE
008270             "</td></tr>"               DELIMITED BY SIZE
008280             INTO CASSA-HTML
008290         END-STRING.
008300         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

008310         MOVE SPACES TO CASSA-HTML.
008320         STRING "<tr><td>PRATICA "      DELIMITED BY SIZE
008330             CASSA-PRATICA-ID           DELIMITED BY SIZE
008340             "</td><td>PROTOCOLLO "     DELIMITED BY SIZE
008350             CASSA-PROTO-ANNO           DELIMITED BY SIZE
008360             "/"                        DELIMITED BY SIZE
008370             CASSA-PROTO-NUMERO         DELIMITED BY SIZE
008380             "</td></tr>"               DELIMITED BY SIZE
008390             INTO CASSA-HTML
008400         END-STRING.
008410         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

008420         MOVE SPACES TO CASSA-HTML.
008430         STRING "<tr><td>RICHIEDENTE</td><td>" DELIMITED BY SIZE
008440             CASSA-RICHIEDENTE          DELIMITED BY "  "
008450             "</td></tr>"               DELIMITED BY SIZE
008460             INTO CASSA-HTML
008470         END-STRING.
008480         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

008490         MOVE CASSA-IMPORTO TO CASSA-IMPORTO-ED.
008500         MOVE SPACES TO CASSA-HTML.
008510         STRING "<tr><td>IMPORTO "      DELIMITED BY SIZE
008520             CASSA-IMPORTO-ED           DELIMITED BY SIZE
008530             "</td><td>"                DELIMITED BY SIZE
008540             CASSA-MEZZO                DELIMITED BY SPACE
008550             "</td></tr>"               DELIMITED BY SIZE
008560             INTO CASSA-HTML
008570         END-STRING.
008580         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

008590         MOVE SPACES TO CASSA-HTML.
008600         STRING "<tr><td>DATA "         DELIMITED BY SIZE
008610             CASSA-TODAY-DATE           DELIMITED BY SIZE
008620             " ORE "                    DELIMITED BY SIZE
008630             CASSA-ORA-INCASSO(1:2)     DELIMITED BY SIZE
008640             ":"                        DELIMITED BY SIZE
008650             CASSA-ORA-INCASSO(3:2)     DELIMITED BY SIZE
008660             "</td><td>OPERATORE "      DELIMITED BY SIZE
008670             CASSA-OPERATORE            DELIMITED BY "  "
008680             "</td></tr>"               DELIMITED BY SIZE
008690             INTO CASSA-HTML
008700         END-STRING.
008710         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
008720 EX-EMETTI-RICEVUTA.
008730         EXIT.
008740*
008750 EMETTI-AVVISO.
008760         MOVE "<tr><td>INDICARE PRATICA_ID</td></tr>"
008770             TO CASSA-HTML.
008780         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
008790 EX-EMETTI-AVVISO.
008800         EXIT.
008810*
008820* EMETTI-HTML sends CASSA-HTML to the browser, trimmed of its
008830* trailing padding, the way OPENPA03's twin does.
008840*
008850 EMETTI-HTML.
008860         MOVE 512 TO CASSA-HTML-LEN.
008870         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
008880             UNTIL CASSA-HTML-LEN = 1
008890                OR CASSA-HTML(CASSA-HTML-LEN:1) NOT = SPACE.
008900         MOVE SPACES TO COBW3-PUT-STRING.
008910         MOVE CASSA-HTML TO COBW3-PUT-STRING.
008920         MOVE CASSA-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
008930         CALL "COBW3SR" USING COBW3.
008940 EX-EMETTI-HTML.
008950         EXIT.
008960*
008970 EMETTI-HTML-TRIM.
008980         SUBTRACT 1 FROM CASSA-HTML-LEN.
008990 EX-EMETTI-HTML-TRIM.
009000         EXIT.
009010*
009020 FINE-CASSA.
009030         MOVE "</table></body></html>" TO CASSA-HTML.
009040         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
009050 EX-FINE-CASSA.
009060         EXIT.
