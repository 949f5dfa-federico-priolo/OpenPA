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
000190** servizio di stato per gli enti (TIPO=API): risponde in JSON
000200** al portale SUAP regionale e agli enti partner che oggi
000210** chiedono all'ufficio. Il chiamante e' un cliente registrato in
000220** PRAAPIC (OPENPJ36) e si presenta con CLIENTE e CHIAVE; vede
000230** solo i comuni che gli sono stati abilitati e non oltre la sua
000240** quota giornaliera di chiamate. Con PRATICA restituisce lo
000250** stato di quella pratica; con DAL (aaaammgghhmmss) quello di
000260** tutte le pratiche del comune cambiate da allora secondo
000270** PRAHIST, a pagine di 50 con il punto da cui ripartire, da
000280** ripassare tale e quale come DAL alla chiamata successiva. Per
000290** ogni pratica: stato, categoria, protocollo, data apertura,
000300** scadenza del termine, integrazioni richieste ancora in attesa
000310** e saldo dei pagamenti. Una chiave sbagliata o un comune non
000320** abilitato e' un 403, la quota esaurita un 429: a monte
000330** contano entrambi verso il blocco automatico PRABLOCK. Ogni
000340** chiamata e' scritta su AUDITLOG con il cliente e l'esito.
000350*
000360 IDENTIFICATION   DIVISION.
000370 PROGRAM-ID.      OPENPA20.
000380 ENVIRONMENT      DIVISION.
000390 CONFIGURATION    SECTION.
000400         COPY "SPECIAL.CBL".
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.

000430         COPY "SELVIEW.CBL".
000440         COPY "SELPAY.CBL".
000450         COPY "SELINTEG.CBL".
000460         COPY "SELHIST.CBL".
000470         COPY "SELAPIC.CBL".
000480         COPY "SELAUDIT.CBL".

000490 DATA             DIVISION.
000500 FILE SECTION.

000510         COPY "FDEVIEW.CBL".
000520         COPY "FDEPAY.CBL".
000530         COPY "FDEINTEG.CBL".
000540         COPY "FDEHIST.CBL".
000550         COPY "FDEAPIC.CBL".
000560         COPY "FDEAUDIT.CBL".

000570 WORKING-STORAGE  SECTION.

000580         COPY "GLOBALS.CBL".
000590         COPY "CALCHK.CBL".
000600*
000610 77  APIS-CLIENTE                  PIC X(16).
000620 77  APIS-CHIAVE                   PIC X(32).
000630 77  APIS-COMUNE-CODE              PIC X(06).
000640 77  APIS-PRATICA-ID               PIC X(10).
000650 77  APIS-ERRORE                   PIC X(40).
000660 77  APIS-OGGI                     PIC 9(08).
000670 77  APIS-ORA                      PIC 9(08).
000680 77  APIS-IX                       PIC 9(02) COMP-5.
000690 77  APIS-COMUNE-SW                PIC X(01).
000700     88  APIS-COMUNE-AMMESSO           VALUE "S".
000710     88  APIS-COMUNE-ESCLUSO           VALUE "N".
000720 77  APIS-MODO                     PIC X(01).
000730     88  APIS-MODO-PRATICA             VALUE "P".
000740     88  APIS-MODO-DAL                 VALUE "D".
000750*
000760* DAL as the caller sent it, and split into the date, the
000770* HHMMSSCC time the PRAHIST stamps compare against and the
000780* lines already answered at that very stamp. A caller's own
000790* DAL is to the second; the continua_dal of a page carries the
000800* hundredths and the count, for stamps that many lines share.
000810*
000820 77  APIS-DAL-RICHIESTO            PIC X(20).
000830 01  APIS-DAL.
000840     05  APIS-DAL-DATA             PIC 9(08).
000850     05  APIS-DAL-ORA              PIC 9(08).
000860     05  APIS-DAL-SALTA            PIC 9(04).
000870 01  APIS-DAL-X REDEFINES APIS-DAL PIC X(20).
000880 77  APIS-HIST-ORA                 PIC 9(06).
000890 77  APIS-HIST-EOF-SW              PIC X(01).
000900     88  APIS-HIST-EOF                 VALUE "S".
000910     88  APIS-HIST-NOT-EOF             VALUE "N".
000920*
000930* The pratiche PRAHIST shows changed since DAL, in the order of
000940* their first change, with the last change seen for each. A
000950* page holds APIS-MAX-ELENCO of them: the stamp of the change
000960* that would have opened one more, with the comune's lines
000970* at that stamp already taken in, is where the caller resumes.
000980* APIS-STAMP holds the stamp being read and its lines so far.
000990*
001000 77  APIS-MAX-ELENCO               PIC 9(03) COMP-5 VALUE 50.
001010 01  APIS-ELENCO.
001020     05  APIS-EL-COUNT             PIC 9(03) COMP-5.
001030     05  APIS-EL-ROW OCCURS 50 TIMES.
001040         10  APIS-EL-PRATICA-ID    PIC X(10).
001050         10  APIS-EL-DATA          PIC 9(08).
001060         10  APIS-EL-ORA           PIC 9(06).
001070 77  APIS-EL-IX                    PIC 9(03) COMP-5.
001080 77  APIS-EL-TROVATA               PIC 9(03) COMP-5.
001090 77  APIS-TRONCATO-SW              PIC X(01).
001100     88  APIS-TRONCATO                 VALUE "S".
001110     88  APIS-COMPLETO                 VALUE "N".
001120 01  APIS-CONTINUA.
001130     05  APIS-CONTINUA-DATA        PIC 9(08).
001140     05  APIS-CONTINUA-ORA         PIC 9(08).
001150     05  APIS-CONTINUA-RIGHE       PIC 9(04).
001160 01  APIS-STAMP.
001170     05  APIS-STAMP-DATA           PIC 9(08).
001180     05  APIS-STAMP-ORA            PIC 9(08).
001190     05  APIS-STAMP-RIGHE          PIC 9(04) COMP-5.
001200*
001210 77  APIS-TOTALE-INCASSATO         PIC S9(9)V99 COMP-3.
001220 77  APIS-SALDO-RESIDUO            PIC S9(9)V99 COMP-3.
001230 77  APIS-PAY-EOF-SW               PIC X(01).
001240     88  APIS-PAY-EOF                  VALUE "S".
001250     88  APIS-PAY-NOT-EOF              VALUE "N".
001260 77  APIS-INTEG-EOF-SW             PIC X(01).
001270     88  APIS-INTEG-EOF                VALUE "S".
001280     88  APIS-INTEG-NOT-EOF            VALUE "N".
001290 77  APIS-DOC-TYPE                 PIC X(20).
001300 77  APIS-INTEG-APERTE             PIC 9(03) COMP-5.
001310 77  APIS-PRIMO-SW                 PIC X(01).
001320     88  APIS-PRIMO                    VALUE "S".
001330     88  APIS-NON-PRIMO                VALUE "N".
001340*
001350* JSON renderings of the values: dates as "aaaa-mm-gg" or null,
001360* amounts with a decimal point and numbers with no padding.
001370*
001380 01  APIS-DATA-IN                  PIC 9(08).
001390 01  APIS-DATA-IN-R REDEFINES APIS-DATA-IN.
001400     05  APIS-DATA-AAAA            PIC X(04).
001410     05  APIS-DATA-MM              PIC X(02).
001420     05  APIS-DATA-GG              PIC X(02).
001430 77  APIS-DATA-JSON                PIC X(12).
001440 77  APIS-SCADENZA-JSON            PIC X(12).
001450 77  APIS-APERTURA-JSON            PIC X(12).
001460 77  APIS-PROTO-JSON               PIC X(16).
001470 77  APIS-SOSPESO-JSON             PIC X(05).
001480 77  APIS-IMPORTO                  PIC S9(9)V99 COMP-3.
001490 77  APIS-IMPORTO-EDIT             PIC -(10)9,99.
001500 77  APIS-DOVUTO-JSON              PIC X(16).
001510 77  APIS-INCASSATO-JSON           PIC X(16).
001520 77  APIS-SALDO-JSON               PIC X(16).
001530 77  APIS-NUMERO                   PIC 9(07).
001540 77  APIS-NUMERO-EDIT              PIC Z(6)9.
001550 77  APIS-NUMERO-JSON              PIC X(16).
001560 77  APIS-TRIM-IN                  PIC X(16).
001570 77  APIS-TRIM-OUT                 PIC X(16).
001580 77  APIS-TRIM-LEAD                PIC 9(02) COMP-5.
001590 77  APIS-JSON                     PIC X(512).
001600 77  APIS-JSON-LEN                 PIC 9(04) COMP-5.
001610*
001620 LINKAGE SECTION.

001630         COPY "COBW3.CBL".
001640*
001650 PROCEDURE  DIVISION USING COBW3.
001660*
001670         PERFORM INIZIO-API      THRU EX-INIZIO-API.
001680         PERFORM LEGGI-PARAMETRI THRU EX-LEGGI-PARAMETRI.
001690         PERFORM VERIFICA-CLIENTE THRU EX-VERIFICA-CLIENTE.
001700         IF COBW3-STATUS-CODE-200
001710             EVALUATE TRUE
001720                 WHEN APIS-MODO-PRATICA
001730                     PERFORM RISPONDI-PRATICA
001740                         THRU EX-RISPONDI-PRATICA
001750                 WHEN APIS-MODO-DAL
001760                     PERFORM RISPONDI-VARIAZIONI
001770                         THRU EX-RISPONDI-VARIAZIONI
001780             END-EVALUATE
001790         END-IF.
001800         IF NOT COBW3-STATUS-CODE-200
001810             PERFORM EMETTI-ERRORE THRU EX-EMETTI-ERRORE
001820         END-IF.
001830         PERFORM GIORNALA-CHIAMATA THRU EX-GIORNALA-CHIAMATA.

001840         GOBACK.
001850*
001860* INIZIO-API answers in JSON whatever happens next: the
001870* dispatcher leaves the body of a refused API call to this
001880* program rather than serving its HTML error pages.
001890*
001900 INIZIO-API.
001910         SET COBW3-STATUS-CODE-200 TO TRUE.
001920         MOVE "application/json" TO COBW3-CONTENT-TYPE.
001930         MOVE SPACES TO APIS-ERRORE.
001940         MOVE SPACES TO APIS-MODO.
001950         ACCEPT APIS-OGGI FROM DATE YYYYMMDD.
001960         ACCEPT APIS-ORA  FROM TIME.
001970         MOVE 0 TO APIS-EL-COUNT.
001980         SET APIS-COMPLETO TO TRUE.
001990 EX-INIZIO-API.
002000         EXIT.
002010*
002020* LEGGI-PARAMETRI takes the client's credentials, the comune
002030* asked about and exactly one of PRATICA or DAL. The pratica
002040* travels as PRATICA, not PRATICA_ID, so the dispatcher's
002050* per-pratica gates and stamps never act on these calls.
002060*
002070 LEGGI-PARAMETRI.
002080         MOVE SPACES TO APIS-CLIENTE.
002090         MOVE SPACES TO APIS-CHIAVE.
002100         MOVE SPACES TO APIS-COMUNE-CODE.
002110         MOVE SPACES TO APIS-PRATICA-ID.
002120         MOVE SPACES TO APIS-DAL-RICHIESTO.
002130         MOVE SPACES TO APIS-DAL-X.

002140         MOVE SPACES           TO COBW3-SEARCH-DATA.
002150         MOVE "CLIENTE"        TO COBW3-SEARCH-DATA(1:7).
002160         MOVE 7                TO COBW3-SEARCH-LENGTH.
002170         SET COBW3-NUMBER-INIT TO TRUE.
002180         CALL "COBW3SR" USING COBW3.
002190         IF COBW3-SEARCH-FLAG-EXIST
002200             MOVE COBW3-GET-DATA(1:16) TO APIS-CLIENTE
002210         END-IF.

002220         MOVE SPACES           TO COBW3-SEARCH-DATA.
002230         MOVE "CHIAVE"         TO COBW3-SEARCH-DATA(1:6).
002240         MOVE 6                TO COBW3-SEARCH-LENGTH.
002250         SET COBW3-NUMBER-INIT TO TRUE.
002260         CALL "COBW3SR" USING COBW3.
002270         IF COBW3-SEARCH-FLAG-EXIST
002280             MOVE COBW3-GET-DATA(1:32) TO APIS-CHIAVE
002290         END-IF.

002300         MOVE SPACES           TO COBW3-SEARCH-DATA.
002310         MOVE "COMUNE"         TO COBW3-SEARCH-DATA(1:6).
002320         MOVE 6                TO COBW3-SEARCH-LENGTH.
002330         SET COBW3-NUMBER-INIT TO TRUE.
002340         CALL "COBW3SR" USING COBW3.
002350         IF COBW3-SEARCH-FLAG-EXIST
002360             MOVE COBW3-GET-DATA(1:6) TO APIS-COMUNE-CODE
002370         END-IF.

002380         MOVE SPACES           TO COBW3-SEARCH-DATA.
002390         MOVE "PRATICA"        TO COBW3-SEARCH-DATA(1:7).
002400         MOVE 7                TO COBW3-SEARCH-LENGTH.
002410         SET COBW3-NUMBER-INIT TO TRUE.
002420         CALL "COBW3SR" USING COBW3.
002430         IF COBW3-SEARCH-FLAG-EXIST
002440             MOVE COBW3-GET-DATA(1:10) TO APIS-PRATICA-ID
002450         END-IF.

002460         MOVE SPACES           TO COBW3-SEARCH-DATA.
002470         MOVE "DAL"            TO COBW3-SEARCH-DATA(1:3).
002480         MOVE 3                TO COBW3-SEARCH-LENGTH.
002490         SET COBW3-NUMBER-INIT TO TRUE.
002500         CALL "COBW3SR" USING COBW3.
002510         IF COBW3-SEARCH-FLAG-EXIST
002520             MOVE COBW3-GET-DATA(1:20) TO APIS-DAL-RICHIESTO
002530             MOVE APIS-DAL-RICHIESTO   TO APIS-DAL-X
002540             IF APIS-DAL-X(15:6) = SPACES
002550                 MOVE ZEROS TO APIS-DAL-X(15:6)
002560             END-IF
002570         END-IF.

002580         IF APIS-PRATICA-ID NOT = SPACES
002590             AND APIS-DAL-X = SPACES
002600             SET APIS-MODO-PRATICA TO TRUE
002610         END-IF.
002620         IF APIS-DAL-X NOT = SPACES
002630             AND APIS-PRATICA-ID = SPACES
002640             AND APIS-DAL-X IS NUMERIC
002650             SET APIS-MODO-DAL TO TRUE
002660         END-IF.
002670 EX-LEGGI-PARAMETRI.
002680         EXIT.
002690*
002700* VERIFICA-CLIENTE admits the call on the client's own row: the
002710* key must match to the byte and the client be active, and an
002720* unknown client, a wrong key and a suspended one all get the
002730* same 403 - a caller learns nothing about which it was. The
002740* comune must be one the client was enabled for. A call within
002750* the day's quota is counted on the row; one past it is a 429
002760* and counted apart, so the register shows who is hitting the
002770* limit.
002780*
002790 VERIFICA-CLIENTE.
002800         IF APIS-CLIENTE = SPACES
002810             OR APIS-CHIAVE = SPACES
002820             SET COBW3-STATUS-CODE-403 TO TRUE
002830             MOVE "CREDENZIALI NON VALIDE" TO APIS-ERRORE
002840             GO TO EX-VERIFICA-CLIENTE
002850         END-IF.

002860         OPEN I-O PRAAPIC.
002870         IF STATUS-PRAAPIC NOT = "00"
002880             SET COBW3-STATUS-CODE-500 TO TRUE
002890             MOVE "SERVIZIO NON DISPONIBILE" TO APIS-ERRORE
002900             GO TO EX-VERIFICA-CLIENTE
002910         END-IF.
002920         MOVE APIS-CLIENTE TO PRAAPIC-CLIENTE.
002930         READ PRAAPIC
002940             INVALID KEY
002950                 CLOSE PRAAPIC
002960                 SET COBW3-STATUS-CODE-403 TO TRUE
002970                 MOVE "CREDENZIALI NON VALIDE" TO APIS-ERRORE
002980                 GO TO EX-VERIFICA-CLIENTE
002990         END-READ.
003000         IF PRAAPIC-CHIAVE NOT = APIS-CHIAVE
003010             OR NOT PRAAPIC-ATTIVO
003020             CLOSE PRAAPIC
003030             SET COBW3-STATUS-CODE-403 TO TRUE
003040             MOVE "CREDENZIALI NON VALIDE" TO APIS-ERRORE
003050             GO TO EX-VERIFICA-CLIENTE
003060         END-IF.

003070         SET APIS-COMUNE-ESCLUSO TO TRUE.
003080         IF PRAAPIC-OGNI-COMUNE
003090             SET APIS-COMUNE-AMMESSO TO TRUE
003100         ELSE
003110             PERFORM CERCA-COMUNE THRU EX-CERCA-COMUNE
003120                 VARYING APIS-IX FROM 1 BY 1
003130                 UNTIL APIS-IX > PRAAPIC-NUM-COMUNI
003140                    OR APIS-COMUNE-AMMESSO
003150         END-IF.
003160         IF APIS-COMUNE-CODE = SPACES
003170             OR APIS-COMUNE-ESCLUSO
003180             CLOSE PRAAPIC
003190             SET COBW3-STATUS-CODE-403 TO TRUE
003200             MOVE "COMUNE NON AUTORIZZATO" TO APIS-ERRORE
003210             GO TO EX-VERIFICA-CLIENTE
003220         END-IF.

003230         IF PRAAPIC-DATA-CONTEGGIO NOT = APIS-OGGI
003240             MOVE APIS-OGGI TO PRAAPIC-DATA-CONTEGGIO
003250             MOVE 0 TO PRAAPIC-CHIAMATE-OGGI
003260             MOVE 0 TO PRAAPIC-RIFIUTATE-OGGI
003270         END-IF.
003280         IF PRAAPIC-CHIAMATE-OGGI
003290             NOT LESS THAN PRAAPIC-QUOTA-GIORNO
003300             ADD 1 TO PRAAPIC-RIFIUTATE-OGGI
003310             MOVE "429" TO COBW3-STATUS-CODE
003320             MOVE "QUOTA GIORNALIERA ESAURITA" TO APIS-ERRORE
003330         ELSE
003340             ADD 1 TO PRAAPIC-CHIAMATE-OGGI
003350             MOVE APIS-OGGI TO PRAAPIC-DATA-ULTIMA
003360             MOVE APIS-ORA  TO PRAAPIC-ORA-ULTIMA
003370         END-IF.
003380         REWRITE PRAAPIC-RECORD.
003390         CLOSE PRAAPIC.
003400         IF NOT COBW3-STATUS-CODE-200
003410             GO TO EX-VERIFICA-CLIENTE
003420         END-IF.

003430         IF APIS-MODO = SPACES
003440             MOVE "400" TO COBW3-STATUS-CODE
003450             MOVE "INDICARE PRATICA OPPURE DAL AAAAMMGGHHMMSS"
003460                 TO APIS-ERRORE
003470         END-IF.
003480 EX-VERIFICA-CLIENTE.
003490         EXIT.
003500*
003510 CERCA-COMUNE.
003520         IF PRAAPIC-COMUNE(APIS-IX) = APIS-COMUNE-CODE
003530             SET APIS-COMUNE-AMMESSO TO TRUE
003540         END-IF.
003550 EX-CERCA-COMUNE.
003560         EXIT.
003570*
003580* RISPONDI-PRATICA answers for the one pratica asked. One that is
003590* not on PRAVIEW is a 404 - sealed or never existed, the caller
003600* is not told which.
003610*
003620 RISPONDI-PRATICA.
003630         OPEN INPUT PRAVIEW.
003640         IF STATUS-PRAVIEW NOT = "00"
003650             SET COBW3-STATUS-CODE-500 TO TRUE
003660             MOVE "SERVIZIO NON DISPONIBILE" TO APIS-ERRORE
003670             GO TO EX-RISPONDI-PRATICA
003680         END-IF.
003690         MOVE APIS-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003700         MOVE APIS-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
003710         READ PRAVIEW
003720             INVALID KEY
003730                 CLOSE PRAVIEW
003740                 SET COBW3-STATUS-CODE-404 TO TRUE
003750                 MOVE "PRATICA NON TROVATA" TO APIS-ERRORE
003760                 GO TO EX-RISPONDI-PRATICA
003770         END-READ.
003780         CLOSE PRAVIEW.

003790         MOVE SPACES TO APIS-JSON.
003800         STRING "{""esito"":""OK"",""comune"":"""
003810                 DELIMITED BY SIZE
003820             APIS-COMUNE-CODE      DELIMITED BY SIZE
003830             """,""pratica"":"     DELIMITED BY SIZE
003840             INTO APIS-JSON
003850         END-STRING.
003860         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
003870         MOVE 0 TO APIS-EL-IX.
003880         PERFORM EMETTI-PRATICA THRU EX-EMETTI-PRATICA.
003890         MOVE "}" TO APIS-JSON.
003900         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
003910 EX-RISPONDI-PRATICA.
003920         EXIT.
003930*
003940* RISPONDI-VARIAZIONI walks PRAHIST for the comune's changes
003950* stamped at or after DAL and answers with the state of each
003960* pratica found. A pratica OPENPJ18 has since sealed off PRAVIEW
003970* is listed as archiviata, with no other data. No PRAHIST yet
003980* means no changes; a PRAHIST that will not open is a 500, never
003990* an empty page the caller would take for "nothing changed".
004000*
004010 RISPONDI-VARIAZIONI.
004020         SET APIS-HIST-NOT-EOF TO TRUE.
004030         MOVE 0 TO APIS-STAMP-DATA.
004040         MOVE 0 TO APIS-STAMP-ORA.
004050         OPEN INPUT PRAHIST.
004060         IF STATUS-PRAHIST NOT = "00"
004070             AND STATUS-PRAHIST NOT = "35"
004080             SET COBW3-STATUS-CODE-500 TO TRUE
004090             MOVE "SERVIZIO NON DISPONIBILE" TO APIS-ERRORE
004100             GO TO EX-RISPONDI-VARIAZIONI
004110         END-IF.
004120         IF STATUS-PRAHIST = "00"
004130             PERFORM LEGGI-VARIAZIONE THRU EX-LEGGI-VARIAZIONE
004140                 UNTIL APIS-HIST-EOF
004150             CLOSE PRAHIST
004160         END-IF.

004170         OPEN INPUT PRAVIEW.
004180         IF STATUS-PRAVIEW NOT = "00"
004190             SET COBW3-STATUS-CODE-500 TO TRUE
004200             MOVE "SERVIZIO NON DISPONIBILE" TO APIS-ERRORE
004210             GO TO EX-RISPONDI-VARIAZIONI
004220         END-IF.

004230         MOVE SPACES TO APIS-JSON.
004240         STRING "{""esito"":""OK"",""comune"":"""
004250                 DELIMITED BY SIZE
004260             APIS-COMUNE-CODE      DELIMITED BY SIZE
004270             """,""dal"":"""       DELIMITED BY SIZE
004280             APIS-DAL-RICHIESTO    DELIMITED BY SPACE
004290             """,""pratiche"":["   DELIMITED BY SIZE
004300             INTO APIS-JSON
004310         END-STRING.
004320         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
004330         PERFORM EMETTI-VARIAZIONE THRU EX-EMETTI-VARIAZIONE
004340             VARYING APIS-EL-IX FROM 1 BY 1
004350             UNTIL APIS-EL-IX > APIS-EL-COUNT.
004360         CLOSE PRAVIEW.

004370         MOVE SPACES TO APIS-JSON.
004380         IF APIS-TRONCATO
004390             STRING "],""troncato"":true,""continua_dal"":"""
004400                     DELIMITED BY SIZE
004410                 APIS-CONTINUA     DELIMITED BY SIZE
004420                 """}"             DELIMITED BY SIZE
004430                 INTO APIS-JSON
004440             END-STRING
004450         ELSE
004460             MOVE "],""troncato"":false}" TO APIS-JSON
004470         END-IF.
004480         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
004490 EX-RISPONDI-VARIAZIONI.
004500         EXIT.
004510*
004520* LEGGI-VARIAZIONE takes one PRAHIST line. PRAHIST is appended
004530* in time order, so the first change that would open one
004540* pratica more than a page holds closes the page and marks
004550* where the next call picks up: its stamp to the hundredth and
004560* how many of the comune's lines at that stamp came before it.
004570* A bulk run writes many lines in the same hundredth, so the
004580* next call skips that many at the stamp rather than stalling
004590* on it.
004600*
004610 LEGGI-VARIAZIONE.
004620         READ PRAHIST
004630             AT END
004640                 SET APIS-HIST-EOF TO TRUE
004650                 GO TO EX-LEGGI-VARIAZIONE
004660         END-READ.
004670         IF PRAHIST-COMUNE-CODE NOT = APIS-COMUNE-CODE
004680             GO TO EX-LEGGI-VARIAZIONE
004690         END-IF.
004700         IF PRAHIST-DATE NOT = APIS-STAMP-DATA
004710             OR PRAHIST-TIME NOT = APIS-STAMP-ORA
004720             MOVE PRAHIST-DATE TO APIS-STAMP-DATA
004730             MOVE PRAHIST-TIME TO APIS-STAMP-ORA
004740             MOVE 0 TO APIS-STAMP-RIGHE
004750         END-IF.
004760         ADD 1 TO APIS-STAMP-RIGHE.
004770         DIVIDE PRAHIST-TIME BY 100 GIVING APIS-HIST-ORA.
004780         IF PRAHIST-DATE < APIS-DAL-DATA
004790             GO TO EX-LEGGI-VARIAZIONE
004800         END-IF.
004810         IF PRAHIST-DATE = APIS-DAL-DATA
004820             AND PRAHIST-TIME < APIS-DAL-ORA
004830             GO TO EX-LEGGI-VARIAZIONE
004840         END-IF.
004850         IF PRAHIST-DATE = APIS-DAL-DATA
004860             AND PRAHIST-TIME = APIS-DAL-ORA
004870             AND APIS-STAMP-RIGHE NOT > APIS-DAL-SALTA
004880             GO TO EX-LEGGI-VARIAZIONE
004890         END-IF.

004900         MOVE 0 TO APIS-EL-TROVATA.
004910         PERFORM CERCA-ELENCO THRU EX-CERCA-ELENCO
004920             VARYING APIS-EL-IX FROM 1 BY 1
004930             UNTIL APIS-EL-IX > APIS-EL-COUNT
004940                OR APIS-EL-TROVATA > 0.
004950         IF APIS-EL-TROVATA > 0
004960             MOVE PRAHIST-DATE  TO APIS-EL-DATA(APIS-EL-TROVATA)
004970             MOVE APIS-HIST-ORA TO APIS-EL-ORA(APIS-EL-TROVATA)
004980             GO TO EX-LEGGI-VARIAZIONE
004990         END-IF.
005000         IF APIS-EL-COUNT NOT LESS THAN APIS-MAX-ELENCO
005010             SET APIS-TRONCATO TO TRUE
005020             MOVE PRAHIST-DATE  TO APIS-CONTINUA-DATA
005030             MOVE PRAHIST-TIME  TO APIS-CONTINUA-ORA
005040             COMPUTE APIS-CONTINUA-RIGHE = APIS-STAMP-RIGHE - 1
005050             SET APIS-HIST-EOF TO TRUE
005060             GO TO EX-LEGGI-VARIAZIONE
005070         END-IF.
005080         ADD 1 TO APIS-EL-COUNT.
005090         MOVE PRAHIST-PRATICA-ID
005100             TO APIS-EL-PRATICA-ID(APIS-EL-COUNT).
005110         MOVE PRAHIST-DATE       TO APIS-EL-DATA(APIS-EL-COUNT).
005120         MOVE APIS-HIST-ORA      TO APIS-EL-ORA(APIS-EL-COUNT).
005130 EX-LEGGI-VARIAZIONE.
005140         EXIT.
005150*
005160 CERCA-ELENCO.
005170         IF APIS-EL-PRATICA-ID(APIS-EL-IX) = PRAHIST-PRATICA-ID
005180             MOVE APIS-EL-IX TO APIS-EL-TROVATA
005190         END-IF.
005200 EX-CERCA-ELENCO.
005210         EXIT.
005220*
005230 EMETTI-VARIAZIONE.
005240         IF APIS-EL-IX > 1
005250             MOVE "," TO APIS-JSON
005260             PERFORM EMETTI-JSON THRU EX-EMETTI-JSON
005270         END-IF.
005280         MOVE APIS-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
005290         MOVE APIS-EL-PRATICA-ID(APIS-EL-IX)
005300             TO PRAVIEW-PRATICA-ID.
005310         READ PRAVIEW
005320             INVALID KEY
005330                 PERFORM EMETTI-ARCHIVIATA
005340                     THRU EX-EMETTI-ARCHIVIATA
005350                 GO TO EX-EMETTI-VARIAZIONE
005360         END-READ.
005370         PERFORM EMETTI-PRATICA THRU EX-EMETTI-PRATICA.
005380 EX-EMETTI-VARIAZIONE.
005390         EXIT.
005400*
005410 EMETTI-ARCHIVIATA.
005420         MOVE SPACES TO APIS-JSON.
005430         STRING "{""pratica"":"""  DELIMITED BY SIZE
005440             APIS-EL-PRATICA-ID(APIS-EL-IX) DELIMITED BY SPACE
005450             """,""archiviata"":true}" DELIMITED BY SIZE
005460             INTO APIS-JSON
005470         END-STRING.
005480         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
005490 EX-EMETTI-ARCHIVIATA.
005500         EXIT.
005510*
005520* EMETTI-PRATICA writes the JSON object of the pratica on the
005530* PRAVIEW record area. APIS-EL-IX names its row of the change
005540* list when there is one, for the time of its last change.
005550*
005560 EMETTI-PRATICA.
005570         MOVE PRAVIEW-PRATICA-ID TO APIS-PRATICA-ID.
005580         PERFORM LEGGI-TERMINE THRU EX-LEGGI-TERMINE.
005590         PERFORM CALCOLA-SALDO THRU EX-CALCOLA-SALDO.

005600         MOVE PRAVIEW-DATA-APERTURA TO APIS-DATA-IN.
005610         PERFORM FORMATTA-DATA THRU EX-FORMATTA-DATA.
005620         MOVE APIS-DATA-JSON TO APIS-APERTURA-JSON.
005630         IF PRAVIEW-PROTO-ANNO = 0
005640             MOVE "null" TO APIS-PROTO-JSON
005650         ELSE
005660             MOVE SPACES TO APIS-PROTO-JSON
005670             STRING """"           DELIMITED BY SIZE
005680                 PRAVIEW-PROTO-ANNO    DELIMITED BY SIZE
005690                 "/"               DELIMITED BY SIZE
005700                 PRAVIEW-PROTO-NUMERO  DELIMITED BY SIZE
005710                 """"              DELIMITED BY SIZE
005720                 INTO APIS-PROTO-JSON
005730             END-STRING
005740         END-IF.

005750         MOVE SPACES TO APIS-JSON.
005760         STRING "{""pratica"":"""  DELIMITED BY SIZE
005770             PRAVIEW-PRATICA-ID    DELIMITED BY SPACE
005780             """,""stato"":"""     DELIMITED BY SIZE
005790             PRAVIEW-STATO         DELIMITED BY SIZE
005800             """,""categoria"":""" DELIMITED BY SIZE
005810             PRAVIEW-CATEGORIA     DELIMITED BY SPACE
005820             """,""protocollo"":"  DELIMITED BY SIZE
005830             APIS-PROTO-JSON       DELIMITED BY SPACE
005840             ",""data_apertura"":" DELIMITED BY SIZE
005850             APIS-APERTURA-JSON    DELIMITED BY SPACE
005860             ",""scadenza"":"      DELIMITED BY SIZE
005870             APIS-SCADENZA-JSON    DELIMITED BY SPACE
005880             ",""termine_sospeso"":" DELIMITED BY SIZE
005890             APIS-SOSPESO-JSON     DELIMITED BY SPACE
005900             INTO APIS-JSON
005910         END-STRING.
005920         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.

005930         MOVE PRAVIEW-IMPORTO-DOVUTO TO APIS-IMPORTO.
005940         PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
005950         MOVE APIS-TRIM-OUT TO APIS-DOVUTO-JSON.
005960         MOVE APIS-TOTALE-INCASSATO TO APIS-IMPORTO.
005970         PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
005980         MOVE APIS-TRIM-OUT TO APIS-INCASSATO-JSON.
005990         MOVE APIS-SALDO-RESIDUO TO APIS-IMPORTO.
006000         PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
006010         MOVE APIS-TRIM-OUT TO APIS-SALDO-JSON.
006020         MOVE SPACES TO APIS-JSON.
006030         STRING ",""importo_dovuto"":" DELIMITED BY SIZE
006040             APIS-DOVUTO-JSON      DELIMITED BY SPACE
006050             ",""incassato"":"     DELIMITED BY SIZE
006060             APIS-INCASSATO-JSON   DELIMITED BY SPACE
006070             ",""saldo"":"         DELIMITED BY SIZE
006080             APIS-SALDO-JSON       DELIMITED BY SPACE
006090             INTO APIS-JSON
006100         END-STRING.
006110         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.

006120         IF APIS-EL-IX > 0
006130             MOVE SPACES TO APIS-JSON
006140             STRING ",""ultima_modifica"":""" DELIMITED BY SIZE
006150                 APIS-EL-DATA(APIS-EL-IX) DELIMITED BY SIZE
006160                 APIS-EL-ORA(APIS-EL-IX)  DELIMITED BY SIZE
006170                 """"              DELIMITED BY SIZE
006180                 INTO APIS-JSON
006190             END-STRING
006200             PERFORM EMETTI-JSON THRU EX-EMETTI-JSON
006210         END-IF.

006220         PERFORM EMETTI-INTEGRAZIONI THRU EX-EMETTI-INTEGRAZIONI.
006230         MOVE "}" TO APIS-JSON.
006240         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
006250 EX-EMETTI-PRATICA.
006260         EXIT.
006270*
006280* LEGGI-TERMINE asks OPENPS07 for the deadline of the pratica
006290* exactly as OPENPA09 shows it to the citizen; only a pratica
006300* whose term is running or suspended has one.
006310*
006320 LEGGI-TERMINE.
006330         MOVE "null"  TO APIS-SCADENZA-JSON.
006340         MOVE "false" TO APIS-SOSPESO-JSON.
006350         IF NOT PRAVIEW-STATO-APERTA
006360             AND NOT PRAVIEW-STATO-SOSPESA
006370             AND NOT PRAVIEW-STATO-INTEGRAZ
006380             GO TO EX-LEGGI-TERMINE
006390         END-IF.
006400         SET CAL-MODO-PRATICA       TO TRUE.
006410         MOVE APIS-COMUNE-CODE      TO CAL-COMUNE-CODE.
006420         MOVE APIS-PRATICA-ID       TO CAL-PRATICA-ID.
006430         MOVE PRAVIEW-CATEGORIA     TO CAL-CATEGORIA.
006440         MOVE PRAVIEW-DATA-APERTURA TO CAL-DATA-BASE.
006450         CALL "OPENPS07" USING CALCHK-AREA.
006460         IF CAL-ESITO-ERRORE
006470             GO TO EX-LEGGI-TERMINE
006480         END-IF.
006490         MOVE CAL-SCADENZA TO APIS-DATA-IN.
006500         PERFORM FORMATTA-DATA THRU EX-FORMATTA-DATA.
006510         MOVE APIS-DATA-JSON TO APIS-SCADENZA-JSON.
006520         IF CAL-SOSPESA
006530             MOVE "true" TO APIS-SOSPESO-JSON
006540         END-IF.
006550 EX-LEGGI-TERMINE.
006560         EXIT.
006570*
006580* CALCOLA-SALDO sums the PRAPAY rows of the pratica the same
006590* way OPENPA09 does for the citizen.
006600*
006610 CALCOLA-SALDO.
006620         MOVE 0 TO APIS-TOTALE-INCASSATO.
006630         SET APIS-PAY-NOT-EOF TO TRUE.
006640         OPEN INPUT PRAPAY.
006650         IF STATUS-PRAPAY NOT = "00"
006660             COMPUTE APIS-SALDO-RESIDUO =
006670                 PRAVIEW-IMPORTO-DOVUTO
006680             GO TO EX-CALCOLA-SALDO
006690         END-IF.
006700         MOVE LOW-VALUES       TO PRAPAY-KEY.
006710         MOVE APIS-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
006720         MOVE APIS-PRATICA-ID  TO PRAPAY-PRATICA-ID.
006730         START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
006740             INVALID KEY
006750                 SET APIS-PAY-EOF TO TRUE
006760         END-START.
006770         PERFORM SOMMA-PAGAMENTO THRU EX-SOMMA-PAGAMENTO
006780             UNTIL APIS-PAY-EOF.
006790         CLOSE PRAPAY.
006800         COMPUTE APIS-SALDO-RESIDUO =
006810             PRAVIEW-IMPORTO-DOVUTO - APIS-TOTALE-INCASSATO.
006820 EX-CALCOLA-SALDO.
006830         EXIT.
006840*
006850 SOMMA-PAGAMENTO.
006860         READ PRAPAY NEXT RECORD
006870             AT END
006880                 SET APIS-PAY-EOF TO TRUE
006890                 GO TO EX-SOMMA-PAGAMENTO
006900         END-READ.
006910         IF PRAPAY-PRATICA-ID NOT = APIS-PRATICA-ID
006920             OR PRAPAY-COMUNE-CODE NOT = APIS-COMUNE-CODE
006930             SET APIS-PAY-EOF TO TRUE
006940             GO TO EX-SOMMA-PAGAMENTO
006950         END-IF.
006960         ADD PRAPAY-IMPORTO TO APIS-TOTALE-INCASSATO.
006970 EX-SOMMA-PAGAMENTO.
006980         EXIT.
006990*
007000* EMETTI-INTEGRAZIONI lists the documents of the PRAINTEG
007010* checklist still in attesa, each with the day it was asked
007020* for, its term and the deadline OPENPS07 counts from them.
007030*
007040 EMETTI-INTEGRAZIONI.
007050         MOVE 0 TO APIS-INTEG-APERTE.
007060         SET APIS-PRIMO TO TRUE.
007070         MOVE ",""integrazioni"":[" TO APIS-JSON.
007080         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
007090         SET APIS-INTEG-NOT-EOF TO TRUE.
007100         OPEN INPUT PRAINTEG.
007110         IF STATUS-PRAINTEG = "00"
007120             MOVE APIS-COMUNE-CODE TO PRAINTEG-COMUNE-CODE
007130             MOVE APIS-PRATICA-ID  TO PRAINTEG-PRATICA-ID
007140             MOVE LOW-VALUES       TO PRAINTEG-DOC-TYPE
007150             START PRAINTEG KEY IS NOT LESS THAN PRAINTEG-KEY
007160                 INVALID KEY
007170                     SET APIS-INTEG-EOF TO TRUE
007180             END-START
007190             PERFORM EMETTI-INTEGRAZIONE
007200                 THRU EX-EMETTI-INTEGRAZIONE
007210                 UNTIL APIS-INTEG-EOF
007220             CLOSE PRAINTEG
007230         END-IF.
007240         MOVE APIS-INTEG-APERTE TO APIS-NUMERO.
007250         PERFORM FORMATTA-NUMERO THRU EX-FORMATTA-NUMERO.
007260         MOVE SPACES TO APIS-JSON.
007270         STRING "],""integrazioni_aperte"":" DELIMITED BY SIZE
007280             APIS-NUMERO-JSON      DELIMITED BY SPACE
007290             INTO APIS-JSON
007300         END-STRING.
007310         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
007320 EX-EMETTI-INTEGRAZIONI.
007330         EXIT.
007340*
007350 EMETTI-INTEGRAZIONE.
007360         READ PRAINTEG NEXT RECORD
007370             AT END
007380                 SET APIS-INTEG-EOF TO TRUE
007390                 GO TO EX-EMETTI-INTEGRAZIONE
007400         END-READ.
007410         IF PRAINTEG-PRATICA-ID NOT = APIS-PRATICA-ID
007420             OR PRAINTEG-COMUNE-CODE NOT = APIS-COMUNE-CODE
007430             SET APIS-INTEG-EOF TO TRUE
007440             GO TO EX-EMETTI-INTEGRAZIONE
007450         END-IF.
007460         IF NOT PRAINTEG-IN-ATTESA
007470             GO TO EX-EMETTI-INTEGRAZIONE
007480         END-IF.
007490         ADD 1 TO APIS-INTEG-APERTE.

007500         MOVE PRAINTEG-DATA-RICHIESTA TO APIS-DATA-IN.
007510         PERFORM FORMATTA-DATA THRU EX-FORMATTA-DATA.
007520         MOVE APIS-DATA-JSON TO APIS-APERTURA-JSON.
007530         MOVE "null" TO APIS-SCADENZA-JSON.
007540         SET CAL-MODO-DATA          TO TRUE.
007550         MOVE APIS-COMUNE-CODE      TO CAL-COMUNE-CODE.
007560         MOVE PRAINTEG-DATA-RICHIESTA TO CAL-DATA-BASE.
007570         MOVE PRAINTEG-TERMINE-GIORNI TO CAL-GIORNI.
007580         CALL "OPENPS07" USING CALCHK-AREA.
007590         IF CAL-ESITO-OK
007600             MOVE CAL-SCADENZA TO APIS-DATA-IN
007610             PERFORM FORMATTA-DATA THRU EX-FORMATTA-DATA
007620             MOVE APIS-DATA-JSON TO APIS-SCADENZA-JSON
007630         END-IF.
007640         MOVE PRAINTEG-TERMINE-GIORNI TO APIS-NUMERO.
007650         PERFORM FORMATTA-NUMERO THRU EX-FORMATTA-NUMERO.
007660         MOVE PRAINTEG-DOC-TYPE TO APIS-DOC-TYPE.
007670         INSPECT APIS-DOC-TYPE REPLACING ALL """" BY "'"
007680                                         ALL "\" BY "/".

007690         IF APIS-NON-PRIMO
007700             MOVE "," TO APIS-JSON
007710             PERFORM EMETTI-JSON THRU EX-EMETTI-JSON
007720         END-IF.
007730         SET APIS-NON-PRIMO TO TRUE.
007740         MOVE SPACES TO APIS-JSON.
007750         STRING "{""documento"":"""   DELIMITED BY SIZE
007760             APIS-DOC-TYPE         DELIMITED BY "  "
007770             """,""richiesta"":"   DELIMITED BY SIZE
007780             APIS-APERTURA-JSON    DELIMITED BY SPACE
007790             ",""termine_giorni"":" DELIMITED BY SIZE
007800             APIS-NUMERO-JSON      DELIMITED BY SPACE
007810             ",""scadenza"":"      DELIMITED BY SIZE
007820             APIS-SCADENZA-JSON    DELIMITED BY SPACE
007830             "}"                   DELIMITED BY SIZE
007840             INTO APIS-JSON
007850         END-STRING.
007860         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
007870 EX-EMETTI-INTEGRAZIONE.
007880         EXIT.
007890*
007900* FORMATTA-DATA renders APIS-DATA-IN as a quoted "aaaa-mm-gg",
007910* or as null when there is no date.
007920*
007930 FORMATTA-DATA.
007940         IF APIS-DATA-IN = 0
007950             MOVE "null" TO APIS-DATA-JSON
007960             GO TO EX-FORMATTA-DATA
007970         END-IF.
007980         MOVE SPACES TO APIS-DATA-JSON.
007990         STRING """"               DELIMITED BY SIZE
008000             APIS-DATA-AAAA        DELIMITED BY SIZE
008010             "-"                   DELIMITED BY SIZE
008020             APIS-DATA-MM          DELIMITED BY SIZE
008030             "-"                   DELIMITED BY SIZE
008040             APIS-DATA-GG          DELIMITED BY SIZE
008050             """"                  DELIMITED BY SIZE
008060             INTO APIS-DATA-JSON
008070         END-STRING.
008080 EX-FORMATTA-DATA.
008090         EXIT.
008100*
008110* FORMATTA-IMPORTO renders APIS-IMPORTO with the decimal point
008120* JSON wants, whatever the program's own DECIMAL-POINT.
008130*
008140 FORMATTA-IMPORTO.
008150         MOVE APIS-IMPORTO      TO APIS-IMPORTO-EDIT.
008160         MOVE APIS-IMPORTO-EDIT TO APIS-TRIM-IN.
008170         INSPECT APIS-TRIM-IN REPLACING ALL "," BY ".".
008180         PERFORM TOGLI-SPAZI THRU EX-TOGLI-SPAZI.
008190 EX-FORMATTA-IMPORTO.
008200         EXIT.
008210*
008220 FORMATTA-NUMERO.
008230         MOVE APIS-NUMERO      TO APIS-NUMERO-EDIT.
008240         MOVE APIS-NUMERO-EDIT TO APIS-TRIM-IN.
008250         PERFORM TOGLI-SPAZI THRU EX-TOGLI-SPAZI.
008260         MOVE APIS-TRIM-OUT    TO APIS-NUMERO-JSON.
008270 EX-FORMATTA-NUMERO.
008280         EXIT.
008290*
008300 TOGLI-SPAZI.
008310         MOVE 0 TO APIS-TRIM-LEAD.
008320         INSPECT APIS-TRIM-IN TALLYING APIS-TRIM-LEAD
008330             FOR LEADING SPACES.
008340         MOVE SPACES TO APIS-TRIM-OUT.
008350         IF APIS-TRIM-LEAD < 16
008360             MOVE APIS-TRIM-IN(APIS-TRIM-LEAD + 1:)
008370                 TO APIS-TRIM-OUT
008380         END-IF.
008390 EX-TOGLI-SPAZI.
008400         EXIT.
008410*
008420* EMETTI-ERRORE answers a refused or failed call with the status
008430* already set and a short JSON reason.
008440*
008450 EMETTI-ERRORE.
008460         IF APIS-ERRORE = SPACES
008470             MOVE "ERRORE INTERNO" TO APIS-ERRORE
008480         END-IF.
008490         MOVE SPACES TO APIS-JSON.
008500         STRING "{""esito"":""KO"",""errore"":"""
008510                 DELIMITED BY SIZE
008520             APIS-ERRORE           DELIMITED BY "  "
008530             """}"                 DELIMITED BY SIZE
008540             INTO APIS-JSON
008550         END-STRING.
008560         PERFORM EMETTI-JSON THRU EX-EMETTI-JSON.
008570 EX-EMETTI-ERRORE.
008580         EXIT.
008590*
008600* EMETTI-JSON sends APIS-JSON to the caller, trimmed of its
008610* trailing padding.
008620*
008630 EMETTI-JSON.
008640         MOVE 512 TO APIS-JSON-LEN.
008650         PERFORM EMETTI-JSON-TRIM THRU EX-EMETTI-JSON-TRIM
008660             UNTIL APIS-JSON-LEN = 1
008670                OR APIS-JSON(APIS-JSON-LEN:1) NOT = SPACE.
008680         MOVE SPACES TO COBW3-PUT-STRING.
008690         MOVE APIS-JSON TO COBW3-PUT-STRING.
008700         MOVE APIS-JSON-LEN TO COBW3-PUT-STRING-LENGTH.
008710         CALL "COBW3SR" USING COBW3.
008720 EX-EMETTI-JSON.
008730         EXIT.
008740*
008750 EMETTI-JSON-TRIM.
008760         SUBTRACT 1 FROM APIS-JSON-LEN.
008770 EX-EMETTI-JSON-TRIM.
008780         EXIT.
008790*
008800* GIORNALA-CHIAMATA appends the call to AUDITLOG under the
008810* client's code, with what was asked and, for a refusal, why.
008820* The dispatcher's own line for the request follows it.
008830*
008840 GIORNALA-CHIAMATA.
008850         OPEN EXTEND AUDITLOG.
008860         IF STATUS-AUDITLOG NOT = "00"
008870             GO TO EX-GIORNALA-CHIAMATA
008880         END-IF.
008890         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
008900         ACCEPT AUDIT-TIME FROM TIME.
008910         MOVE APIS-CLIENTE      TO AUDIT-USERID.
008920         MOVE COBW3-IP-ADDRESS  TO AUDIT-IP-ADDRESS.
008930         MOVE "API"             TO AUDIT-TIPO-PRATICA.
008940         MOVE COBW3-STATUS-CODE TO AUDIT-STATUS-CODE.
008950         MOVE APIS-COMUNE-CODE  TO AUDIT-COMUNE-CODE.
008960         MOVE SPACES            TO AUDIT-DETTAGLIO.
008970         MOVE APIS-EL-COUNT     TO APIS-NUMERO.
008980         PERFORM FORMATTA-NUMERO THRU EX-FORMATTA-NUMERO.
008990         EVALUATE TRUE
009000             WHEN APIS-MODO-PRATICA
009010                 STRING "PRATICA "  DELIMITED BY SIZE
009020                     APIS-PRATICA-ID DELIMITED BY SPACE
009030                     " "            DELIMITED BY SIZE
009040                     APIS-ERRORE    DELIMITED BY "  "
009050                     INTO AUDIT-DETTAGLIO
009060                 END-STRING
009070             WHEN APIS-MODO-DAL
009080                 STRING "DAL "      DELIMITED BY SIZE
009090                     APIS-DAL-RICHIESTO DELIMITED BY SPACE
009100                     " PRATICHE "   DELIMITED BY SIZE
009110                     APIS-NUMERO-JSON DELIMITED BY SPACE
009120                     " "            DELIMITED BY SIZE
009130                     APIS-ERRORE    DELIMITED BY "  "
009140                     INTO AUDIT-DETTAGLIO
009150                 END-STRING
009160             WHEN OTHER
009170                 MOVE APIS-ERRORE   TO AUDIT-DETTAGLIO
009180         END-EVALUATE.
009190         WRITE AUDITLOG-RECORD.
009200         CLOSE AUDITLOG.
009210 EX-GIORNALA-CHIAMATA.
009220         EXIT.
