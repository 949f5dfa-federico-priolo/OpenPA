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
000190** sotto-programma del provvedimento finale (TIPO=PROVV): su una
000200** pratica accolta (AC) o respinta (RE) l'ufficio genera la bozza
000210** del permesso o del diniego dal modello del comune per la
000220** categoria (PRAMODPR, caricato da OPENPJ31; in mancanza un
000230** modello compilato qui dentro), con richiedente, protocollo,
000240** particelle (PRACATAS), esito della conferenza (PRACONF) e
000250** diritti versati (PRAPAY). L'atto prende il suo numero nel
000260** registro dei provvedimenti PRAPROVV, distinto dal protocollo;
000270** la bozza va in spool e si ritira con RITIRO. Il responsabile
000280** firma caricando l'atto firmato con DOCTIPO=PROVVEDIMENTO, che
000290** resta fra gli allegati PRATTACH; solo un atto firmato, e con
000300** firma verificata valida da OPENPJ28, si notifica al
000310** richiedente (PRANOTIF **PV). Senza azione la pagina elenca
000320** gli atti della pratica.
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENPA16.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380         COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.

000410         COPY "SELVIEW.CBL".
000420         COPY "SELPROVV.CBL".
000430         COPY "SELMODPR.CBL".
000440         COPY "SELTAB.CBL".
000450         COPY "SELCATA.CBL".
000460         COPY "SELCONF.CBL".
000470         COPY "SELPAY.CBL".
000480         COPY "SELATTACH.CBL".
000490         COPY "SELNOTIF.CBL".
000500         COPY "SELSPOOL.CBL".
000510         COPY "SELSTAMPA.CBL".

000520 DATA             DIVISION.
000530 FILE SECTION.

000540         COPY "FDEVIEW.CBL".
000550         COPY "FDEPROVV.CBL".
000560         COPY "FDEMODPR.CBL".
000570         COPY "FDETAB.CBL".
000580         COPY "FDECATA.CBL".
000590         COPY "FDECONF.CBL".
000600         COPY "FDEPAY.CBL".
000610         COPY "FDEATTACH.CBL".
000620         COPY "FDENOTIF.CBL".
000630         COPY "FDESPOOL.CBL".
000640         COPY "FDESTAMPA.CBL".

000650 WORKING-STORAGE  SECTION.

000660         COPY "GLOBALS.CBL".
000670         COPY "AUTHCHK.CBL".
000680*
000690 77  PROV-COMUNE-CODE              PIC X(06).
000700 77  PROV-PRATICA-ID               PIC X(10).
000710 77  PROV-AZIONE                   PIC X(08).
000720     88  PROV-AZIONE-GENERA            VALUE "GENERA".
000730     88  PROV-AZIONE-FIRMA             VALUE "FIRMA".
000740     88  PROV-AZIONE-NOTIFICA          VALUE "NOTIFICA".
000750 77  PROV-DOC-TYPE                 PIC X(20).
000760 77  PROV-METODO                   PIC X(04).
000770 77  PROV-TODAY-DATE               PIC 9(08).
000780*
000790* The document type the signed act must be uploaded under.
000800*
000810 77  PROV-TIPO-FIRMATO             PIC X(20)
000820     VALUE "PROVVEDIMENTO".
000830*
000840* The act of the pratica as CERCA-ATTO finds it, by its register
000850* key, and the type of act the pratica's stato calls for.
000860*
000870 77  PROV-ANNO                     PIC 9(04).
000880 77  PROV-NUMERO                   PIC 9(07).
000890 77  PROV-TIPO-ATTO                PIC X(01).
000900 77  PROV-ATTO-SW                  PIC X(01).
000910     88  PROV-ATTO-TROVATO             VALUE "S".
000920     88  PROV-ATTO-ASSENTE             VALUE "N".
000930*
000940* The signed document found for linking: the upload moment of
000950* the latest PROVVEDIMENTO document of the pratica received
000960* today.
000970*
000980 77  PROV-DOC-DATE                 PIC 9(08).
000990 77  PROV-DOC-TIME                 PIC 9(08).
001000 77  PROV-DOC-SW                   PIC X(01).
001010     88  PROV-DOC-TROVATO              VALUE "S".
001020     88  PROV-DOC-ASSENTE              VALUE "N".
001030*
001040* The pratica fields merged into the act, gathered once before
001050* the template is walked.
001060*
001070 77  PROV-NOME-COMUNE              PIC X(40).
001080 77  PROV-NOME-CATEGORIA           PIC X(40).
001090 77  PROV-CONFERENZA               PIC X(100).
001100 77  PROV-PAGATO                   PIC S9(9)V99 COMP-3.
001110 77  PROV-PAGATO-ED                PIC Z(8)9,99-.
001120 77  PROV-PARTICELLE               PIC 9(02) COMP-5.
001130*
001140* One template line while it is printed, whether it comes from
001150* PRAMODPR or from the compiled-in model below.
001160*
001170 77  PROV-MOD-CATEGORIA            PIC X(06).
001180 77  PROV-MODELLO-SW               PIC X(01).
001190     88  PROV-MODELLO-TROVATO          VALUE "S".
001200     88  PROV-MODELLO-ASSENTE          VALUE "N".
001210 77  PROV-CAMPO                    PIC X(12).
001220 77  PROV-TESTO                    PIC X(100).
001230 77  PROV-VALORE                   PIC X(100).
001240*
001250* Model used when the comune has loaded none for the categoria
001260* nor a general one: campo in the first twelve bytes, caption
001270* after it.
001280*
001290 01  PROV-DEFAULT-VALUES.
001300     05  FILLER PIC X(52) VALUE "COMUNE      COMUNE DI".
001310     05  FILLER PIC X(52) VALUE SPACES.
001320     05  FILLER PIC X(52)
001330     VALUE "            PROVVEDIMENTO FINALE".
001340     05  FILLER PIC X(52)
001350     VALUE "NUMERO      REGISTRO DEI PROVVEDIMENTI N.".
001360     05  FILLER PIC X(52) VALUE "DATA        DATA".
001370     05  FILLER PIC X(52) VALUE SPACES.
001380     05  FILLER PIC X(52) VALUE "PRATICA     PRATICA".
001390     05  FILLER PIC X(52) VALUE "PROTOCOLLO  PROTOCOLLO".
001400     05  FILLER PIC X(52) VALUE "CATEGORIA   PROCEDIMENTO".
001410     05  FILLER PIC X(52) VALUE "RICHIEDENTE RICHIEDENTE".
001420     05  FILLER PIC X(52) VALUE "CF          CODICE FISCALE".
001430     05  FILLER PIC X(52) VALUE "PARTICELLE  IMMOBILE".
001440     05  FILLER PIC X(52)
001450     VALUE "CONFERENZA  CONFERENZA DI SERVIZI".
001460     05  FILLER PIC X(52) VALUE "PAGATO      DIRITTI VERSATI EUR".
001470     05  FILLER PIC X(52) VALUE SPACES.
001480     05  FILLER PIC X(52) VALUE "ESITO       ".
001490     05  FILLER PIC X(52) VALUE SPACES.
001500     05  FILLER PIC X(52)
001510     VALUE "            IL RESPONSABILE DEL PROCEDIMENTO".
001520 01  PROV-DEFAULT-AREA REDEFINES PROV-DEFAULT-VALUES.
001530     05  PROV-DEFAULT-RIGA OCCURS 18 TIMES.
001540         10  PROV-DEFAULT-CAMPO    PIC X(12).
001550         10  PROV-DEFAULT-TESTO    PIC X(40).
001560 77  PROV-DEFAULT-COUNT            PIC 9(02) COMP-5 VALUE 18.
001570 77  PROV-IX                       PIC 9(02) COMP-5.
001580*
001590* The spool member the draft is written to, as the dispatcher's
001600* own summary print names and files its members.
001610*
001620 77  STAMPA-SPOOL-PATH             PIC X(64).
001630 77  STAMPA-LINE                   PIC X(132).
001640 77  PROV-SPOOL-DATE               PIC 9(08).
001650 77  PROV-SPOOL-TIME               PIC 9(08).
001660 77  PROV-NUM-ED                   PIC Z(6)9.
001670 77  PROV-STATO-DESCR              PIC X(12).
001680 77  PROV-TIPO-DESCR               PIC X(08).
001690 77  PROV-EOF-SW                   PIC X(01).
001700     88  PROV-EOF                      VALUE "S".
001710     88  PROV-NOT-EOF                  VALUE "N".
001720 77  PROV-HTML                     PIC X(512).
001730 77  PROV-HTML-LEN                 PIC 9(04) COMP-5.
001740*
001750 LINKAGE SECTION.

001760         COPY "COBW3.CBL".
001770*
001780 PROCEDURE  DIVISION USING COBW3.
001790*
001800         PERFORM INIZIO-PROVV     THRU EX-INIZIO-PROVV.
001810         PERFORM LEGGI-PARAMETRI  THRU EX-LEGGI-PARAMETRI.

001820         EVALUATE TRUE
001830             WHEN PROV-PRATICA-ID = SPACES
001840                 PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
001850             WHEN PROV-AZIONE-GENERA
001860                 PERFORM GENERA-PROVVEDIMENTO
001870                     THRU EX-GENERA-PROVVEDIMENTO
001880             WHEN PROV-AZIONE-FIRMA
001890                 PERFORM FIRMA-PROVVEDIMENTO
001900                     THRU EX-FIRMA-PROVVEDIMENTO
001910             WHEN PROV-AZIONE-NOTIFICA
001920                 PERFORM NOTIFICA-PROVVEDIMENTO
001930                     THRU EX-NOTIFICA-PROVVEDIMENTO
001940             WHEN OTHER
001950                 PERFORM LISTA-ATTI THRU EX-LISTA-ATTI
001960         END-EVALUATE.

001970         PERFORM FINE-PROVV       THRU EX-FINE-PROVV.

001980         GOBACK.
001990*
002000 INIZIO-PROVV.
002010         SET COBW3-STATUS-CODE-200 TO TRUE.
002020         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
002030         ACCEPT PROV-TODAY-DATE FROM DATE YYYYMMDD.
002040         IF COBW3-SESSION-COMUNE-CODE = SPACES
002050             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
002060             MOVE GLB-DEFLT-COMUNE TO PROV-COMUNE-CODE
002070         ELSE
002080             MOVE COBW3-SESSION-COMUNE-CODE
002090                 TO PROV-COMUNE-CODE
002100         END-IF.

002110         MOVE SPACES TO PROV-HTML.
002120         STRING "<html><body><h1>PROVVEDIMENTI COMUNE "
002130                 DELIMITED BY SIZE
002140             PROV-COMUNE-CODE  DELIMITED BY SIZE
002150             "</h1><table>"    DELIMITED BY SIZE
002160             INTO PROV-HTML
002170         END-STRING.
002180         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
002190 EX-INIZIO-PROVV.
002200         EXIT.
002210*
002220 LEGGI-PARAMETRI.
002230         MOVE SPACES TO PROV-PRATICA-ID.
002240         MOVE SPACES TO PROV-AZIONE.
002250         MOVE SPACES TO PROV-DOC-TYPE.

002260         MOVE SPACES           TO COBW3-SEARCH-DATA.
002270         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
002280         MOVE 10               TO COBW3-SEARCH-LENGTH.
002290         SET COBW3-NUMBER-INIT TO TRUE.
002300         CALL "COBW3SR" USING COBW3.
002310         IF COBW3-SEARCH-FLAG-EXIST
002320             MOVE COBW3-GET-DATA(1:10) TO PROV-PRATICA-ID
002330         END-IF.

002340         MOVE SPACES           TO COBW3-SEARCH-DATA.
002350         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
002360         MOVE 6                TO COBW3-SEARCH-LENGTH.
002370         SET COBW3-NUMBER-INIT TO TRUE.
002380         CALL "COBW3SR" USING COBW3.
002390         IF COBW3-SEARCH-FLAG-EXIST
002400             MOVE COBW3-GET-DATA(1:8) TO PROV-AZIONE
002410         END-IF.

002420         MOVE SPACES           TO COBW3-SEARCH-DATA.
002430         MOVE "DOCTIPO"        TO COBW3-SEARCH-DATA(1:7).
002440         MOVE 7                TO COBW3-SEARCH-LENGTH.
002450         SET COBW3-NUMBER-INIT TO TRUE.
002460         CALL "COBW3SR" USING COBW3.
002470         IF COBW3-SEARCH-FLAG-EXIST
002480             MOVE COBW3-GET-DATA(1:20) TO PROV-DOC-TYPE
002490         END-IF.
002500 EX-LEGGI-PARAMETRI.
002510         EXIT.
002520*
002530* CHECK-VERIFICATO refuses a state-changing azione arriving on a
002540* GET or without a started session, and holds the acts to the
002550* operatori, as OPENPA15 does for the sopralluoghi.
002560*
002570 CHECK-VERIFICATO.
002580         SET COBW3-REQUEST-METHOD TO TRUE.
002590         CALL "COBW3SR" USING COBW3.
002600         MOVE COBW3-REQUEST-INFO(1:4) TO PROV-METODO.
002610         IF PROV-METODO = "GET "
002620             OR NOT COBW3-SESSION-STATUS-STARTED
002630             SET COBW3-STATUS-CODE-403 TO TRUE
002640             GO TO EX-CHECK-VERIFICATO
002650         END-IF.

002660         MOVE PROV-COMUNE-CODE TO AUTH-COMUNE-CODE.
002670         MOVE COBW3-USERID     TO AUTH-USERID.
002680         CALL "OPENPS03" USING AUTHCHK-AREA.
002690         IF NOT AUTH-RUOLO-OPERATORE
002700             SET COBW3-STATUS-CODE-403 TO TRUE
002710         END-IF.
002720 EX-CHECK-VERIFICATO.
002730         EXIT.
002740*
002750* LEGGI-PRATICA fetches the pratica and admits it only once it is
002760* decided: accolta calls for a permesso, respinta for a diniego.
002770*
002780 LEGGI-PRATICA.
002790         OPEN INPUT PRAVIEW.
002800         IF STATUS-PRAVIEW NOT = "00"
002810             SET COBW3-STATUS-CODE-500 TO TRUE
002820             GO TO EX-LEGGI-PRATICA
002830         END-IF.
002840         MOVE PROV-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
002850         MOVE PROV-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
002860         READ PRAVIEW
002870             INVALID KEY
002880                 CLOSE PRAVIEW
002890                 SET COBW3-STATUS-CODE-404 TO TRUE
002900                 GO TO EX-LEGGI-PRATICA
002910         END-READ.
002920         CLOSE PRAVIEW.

002930         EVALUATE TRUE
002940             WHEN PRAVIEW-STATO-ACCOLTA
002950                 MOVE "P" TO PROV-TIPO-ATTO
002960             WHEN PRAVIEW-STATO-RESPINTA
002970                 MOVE "D" TO PROV-TIPO-ATTO
002980             WHEN OTHER
002990                 MOVE "<tr><td>PRATICA NON DECISA</td></tr>"
003000                     TO PROV-HTML
003010                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003020                 SET COBW3-STATUS-CODE-403 TO TRUE
003030         END-EVALUATE.
003040 EX-LEGGI-PRATICA.
003050         EXIT.
003060*
003070* APRI-PRAPROVV opens the register for update, creating the file
003080* the first time any comune drafts an act.
003090*
003100 APRI-PRAPROVV.
003110         OPEN I-O PRAPROVV.
003120         IF STATUS-PRAPROVV = "35"
003130             OPEN OUTPUT PRAPROVV
003140             CLOSE PRAPROVV
003150             OPEN I-O PRAPROVV
003160         END-IF.
003170         IF STATUS-PRAPROVV NOT = "00"
003180             SET COBW3-STATUS-CODE-500 TO TRUE
003190         END-IF.
003200 EX-APRI-PRAPROVV.
003210         EXIT.
003220*
003230* CERCA-ATTO finds the pratica's act through the alternate key
003240* and leaves it in the record area, read back by its register
003250* key so a REWRITE finds it; PROV-ATTO-ASSENTE when the pratica
003260* has none yet.
003270*
003280 CERCA-ATTO.
003290         SET PROV-ATTO-ASSENTE TO TRUE.
003300         SET PROV-NOT-EOF TO TRUE.
003310         MOVE PROV-COMUNE-CODE TO PRAPROVV-PR-COMUNE.
003320         MOVE PROV-PRATICA-ID  TO PRAPROVV-PRATICA-ID.
003330         START PRAPROVV KEY IS EQUAL TO PRAPROVV-PRATICA-KEY
003340             INVALID KEY
003350                 SET PROV-EOF TO TRUE
003360         END-START.
003370         PERFORM CERCA-ATTO-RIGA THRU EX-CERCA-ATTO-RIGA
003380             UNTIL PROV-EOF.
003390         IF PROV-ATTO-ASSENTE
003400             GO TO EX-CERCA-ATTO
003410         END-IF.
003420         MOVE PROV-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
003430         MOVE PROV-ANNO        TO PRAPROVV-ANNO.
003440         MOVE PROV-NUMERO      TO PRAPROVV-NUMERO.
003450         READ PRAPROVV KEY IS PRAPROVV-KEY
003460             INVALID KEY
003470                 SET PROV-ATTO-ASSENTE TO TRUE
003480         END-READ.
003490 EX-CERCA-ATTO.
003500         EXIT.
003510*
003520 CERCA-ATTO-RIGA.
003530         READ PRAPROVV NEXT RECORD
003540             AT END
003550                 SET PROV-EOF TO TRUE
003560                 GO TO EX-CERCA-ATTO-RIGA
003570         END-READ.
003580         IF PRAPROVV-PR-COMUNE NOT = PROV-COMUNE-CODE
003590             OR PRAPROVV-PRATICA-ID NOT = PROV-PRATICA-ID
003600             SET PROV-EOF TO TRUE
003610             GO TO EX-CERCA-ATTO-RIGA
003620         END-IF.
003630         SET PROV-ATTO-TROVATO TO TRUE.
003640         MOVE PRAPROVV-ANNO   TO PROV-ANNO.
003650         MOVE PRAPROVV-NUMERO TO PROV-NUMERO.
003660 EX-CERCA-ATTO-RIGA.
003670         EXIT.
003680*
003690* GENERA-PROVVEDIMENTO drafts the act of a decided pratica. The
003700* first draft takes the next number of the year's register; a
003710* bozza drafted again keeps its number, so the templates can be
003720* corrected and the act recomposed until it is signed.
003730*
003740 GENERA-PROVVEDIMENTO.
003750         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
003760         IF NOT COBW3-STATUS-CODE-200
003770             GO TO EX-GENERA-PROVVEDIMENTO
003780         END-IF.
003790         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
003800         IF NOT COBW3-STATUS-CODE-200
003810             GO TO EX-GENERA-PROVVEDIMENTO
003820         END-IF.
003830         PERFORM APRI-PRAPROVV THRU EX-APRI-PRAPROVV.
003840         IF NOT COBW3-STATUS-CODE-200
003850             GO TO EX-GENERA-PROVVEDIMENTO
003860         END-IF.

003870         PERFORM CERCA-ATTO THRU EX-CERCA-ATTO.
003880         IF PROV-ATTO-TROVATO
003890             AND PRAPROVV-SOTTOSCRITTO
003900             CLOSE PRAPROVV
003910             MOVE "<tr><td>PROVVEDIMENTO GIA FIRMATO</td></tr>"
003920                 TO PROV-HTML
003930             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003940             GO TO EX-GENERA-PROVVEDIMENTO
003950         END-IF.
003960         IF PROV-ATTO-ASSENTE
003970             PERFORM NUMERA-ATTO THRU EX-NUMERA-ATTO
003980             IF PROV-NUMERO = 0
003990                 CLOSE PRAPROVV
004000                 GO TO EX-GENERA-PROVVEDIMENTO
004010             END-IF
004020             INITIALIZE PRAPROVV-ATTO
004030             MOVE PROV-COMUNE-CODE TO PRAPROVV-COMUNE-CODE
004040             MOVE PROV-ANNO        TO PRAPROVV-ANNO
004050             MOVE PROV-NUMERO      TO PRAPROVV-NUMERO
004060             MOVE PROV-COMUNE-CODE TO PRAPROVV-PR-COMUNE
004070             MOVE PROV-PRATICA-ID  TO PRAPROVV-PRATICA-ID
004080         END-IF.

004090         PERFORM RACCOGLI-DATI THRU EX-RACCOGLI-DATI.
004100         PERFORM COMPONI-ATTO  THRU EX-COMPONI-ATTO.
004110         IF NOT COBW3-STATUS-CODE-200
004120             CLOSE PRAPROVV
004130             GO TO EX-GENERA-PROVVEDIMENTO
004140         END-IF.
004150         PERFORM SCRIVI-SPOOL-DIR THRU EX-SCRIVI-SPOOL-DIR.

004160         MOVE PROV-TIPO-ATTO       TO PRAPROVV-TIPO-ATTO.
004170         MOVE PRAVIEW-CATEGORIA    TO PRAPROVV-CATEGORIA.
004180         MOVE PRAVIEW-RICHIEDENTE  TO PRAPROVV-RICHIEDENTE.
004190         SET PRAPROVV-BOZZA        TO TRUE.
004200         MOVE PROV-TODAY-DATE      TO PRAPROVV-DATA-BOZZA.
004210         MOVE COBW3-USERID(1:30)   TO PRAPROVV-REDATTORE.
004220         MOVE PROV-SPOOL-DATE      TO PRAPROVV-BOZZA-DATE.
004230         MOVE PROV-SPOOL-TIME      TO PRAPROVV-BOZZA-TIME.
004240         IF PROV-ATTO-ASSENTE
004250             WRITE PRAPROVV-RECORD
004260                 INVALID KEY
004270                     SET COBW3-STATUS-CODE-500 TO TRUE
004280             END-WRITE
004290         ELSE
004300             REWRITE PRAPROVV-RECORD
004310                 INVALID KEY
004320                     SET COBW3-STATUS-CODE-500 TO TRUE
004330             END-REWRITE
004340         END-IF.
004350         CLOSE PRAPROVV.
004360         IF NOT COBW3-STATUS-CODE-200
004370             GO TO EX-GENERA-PROVVEDIMENTO
004380         END-IF.

004390         MOVE PROV-NUMERO TO PROV-NUM-ED.
004400         MOVE SPACES TO PROV-HTML.
004410         STRING "<tr><td>BOZZA N. "    DELIMITED BY SIZE
004420             PROV-NUM-ED               DELIMITED BY SIZE
004430             "/"                       DELIMITED BY SIZE
004440             PROV-ANNO                 DELIMITED BY SIZE
004450             " RITIRO="                DELIMITED BY SIZE
004460             PROV-SPOOL-DATE           DELIMITED BY SIZE
004470             PROV-SPOOL-TIME           DELIMITED BY SIZE
004480             "&PRATICA_ID="            DELIMITED BY SIZE
004490             PROV-PRATICA-ID           DELIMITED BY SPACE
004500             "</td></tr>"              DELIMITED BY SIZE
004510             INTO PROV-HTML
004520         END-STRING.
004530         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004540 EX-GENERA-PROVVEDIMENTO.
004550         EXIT.
004560*
004570* NUMERA-ATTO hands out the next number of the current year from
004580* the testata row, opening the year's testata on its first act.
004590* A year the OPENPJ31 closing has sealed gives out no more
004600* numbers: PROV-NUMERO comes back zero.
004610*
004620 NUMERA-ATTO.
004630         MOVE 0 TO PROV-NUMERO.
004640         MOVE PROV-TODAY-DATE(1:4) TO PROV-ANNO.
004650         MOVE PROV-COMUNE-CODE TO PRAPROVV-COMUNE-CODE.
004660         MOVE PROV-ANNO        TO PRAPROVV-ANNO.
004670         MOVE 0                TO PRAPROVV-NUMERO.
004680         READ PRAPROVV KEY IS PRAPROVV-KEY
004690             INVALID KEY
004700                 MOVE SPACES TO PRAPROVV-PRATICA-KEY
004710                 INITIALIZE PRAPROVV-TESTATA
004720                 MOVE 0 TO PRAPROVV-ULTIMO-NUMERO
004730                 WRITE PRAPROVV-RECORD
004740                     INVALID KEY
004750                         CONTINUE
004760                 END-WRITE
004770         END-READ.
004780         IF PRAPROVV-SIGILLATO
004790             MOVE "<tr><td>REGISTRO SIGILLATO</td></tr>"
004800                 TO PROV-HTML
004810             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004820             GO TO EX-NUMERA-ATTO
004830         END-IF.
004840         ADD 1 TO PRAPROVV-ULTIMO-NUMERO.
004850         REWRITE PRAPROVV-RECORD
004860             INVALID KEY
004870                 SET COBW3-STATUS-CODE-500 TO TRUE
004880                 GO TO EX-NUMERA-ATTO
004890         END-REWRITE.
004900         MOVE PRAPROVV-ULTIMO-NUMERO TO PROV-NUMERO.
004910 EX-NUMERA-ATTO.
004920         EXIT.
004930*
004940* RACCOGLI-DATI gathers what the template merges besides the
004950* PRAVIEW row: the comune's and the categoria's names from
004960* PRATAB, the conference outcome from the PRACONF header row
004970* and the net of the payments booked in PRAPAY.
004980*
004990 RACCOGLI-DATI.
005000         MOVE PROV-COMUNE-CODE  TO PROV-NOME-COMUNE.
005010         MOVE PRAVIEW-CATEGORIA TO PROV-NOME-CATEGORIA.
005020         MOVE "NON INDETTA"     TO PROV-CONFERENZA.
005030         MOVE 0                 TO PROV-PAGATO.

005040         OPEN INPUT PRATAB.
005050         IF STATUS-PRATAB = "00"
005060             PERFORM LEGGI-NOMI THRU EX-LEGGI-NOMI
005070             CLOSE PRATAB
005080         END-IF.

005090         OPEN INPUT PRACONF.
005100         IF STATUS-PRACONF = "00"
005110             MOVE PROV-COMUNE-CODE TO PRACONF-COMUNE-CODE
005120             MOVE PROV-PRATICA-ID  TO PRACONF-PRATICA-ID
005130             MOVE 0                TO PRACONF-ENTE-SEQ
005140             READ PRACONF
005150                 INVALID KEY
005160                     CONTINUE
005170                 NOT INVALID KEY
005180                     PERFORM ESITO-CONFERENZA
005190                         THRU EX-ESITO-CONFERENZA
005200             END-READ
005210             CLOSE PRACONF
005220         END-IF.

005230         OPEN INPUT PRAPAY.
005240         IF STATUS-PRAPAY = "00"
005250             SET PROV-NOT-EOF TO TRUE
005260             MOVE PROV-COMUNE-CODE TO PRAPAY-COMUNE-CODE
005270             MOVE PROV-PRATICA-ID  TO PRAPAY-PRATICA-ID
005280             MOVE 0                TO PRAPAY-DATA-INCASSO
005290             MOVE 0                TO PRAPAY-ORA-INCASSO
005300             START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
005310                 INVALID KEY
005320                     SET PROV-EOF TO TRUE
005330             END-START
005340             PERFORM SOMMA-PAGAMENTO THRU EX-SOMMA-PAGAMENTO
005350                 UNTIL PROV-EOF
005360             CLOSE PRAPAY
005370         END-IF.
005380         MOVE PROV-PAGATO TO PROV-PAGATO-ED.
005390 EX-RACCOGLI-DATI.
005400         EXIT.
005410*
005420* LEGGI-NOMI takes the comune's name off its first "C" row, the
005430* way OPENPJ09 finds it without assuming the row's code, and
005440* the categoria's off its "T" row; the codes stand in for
005450* either name the table lacks.
005460*
005470 LEGGI-NOMI.
005480         MOVE LOW-VALUES       TO PRATAB-KEY.
005490         MOVE PROV-COMUNE-CODE TO PRATAB-COMUNE-CODE.
005500         MOVE "C"              TO PRATAB-TIPO-RIGA.
005510         START PRATAB KEY IS NOT LESS THAN PRATAB-KEY
005520             INVALID KEY
005530                 GO TO EX-LEGGI-NOMI
005540         END-START.
005550         READ PRATAB NEXT RECORD
005560             AT END
005570                 GO TO EX-LEGGI-NOMI
005580         END-READ.
005590         IF PRATAB-COMUNE-CODE = PROV-COMUNE-CODE
005600             AND PRATAB-TIPO-COMUNE
005610             AND PRATAB-DESCRIZIONE NOT = SPACES
005620             MOVE PRATAB-DESCRIZIONE TO PROV-NOME-COMUNE
005630         END-IF.

005640         MOVE PROV-COMUNE-CODE  TO PRATAB-COMUNE-CODE.
005650         MOVE "T"               TO PRATAB-TIPO-RIGA.
005660         MOVE PRAVIEW-CATEGORIA TO PRATAB-COD-RIFERIMENTO.
005670         READ PRATAB
005680             INVALID KEY
005690                 GO TO EX-LEGGI-NOMI
005700         END-READ.
005710         IF PRATAB-DESCRIZIONE NOT = SPACES
005720             MOVE PRATAB-DESCRIZIONE TO PROV-NOME-CATEGORIA
005730         END-IF.
005740 EX-LEGGI-NOMI.
005750         EXIT.
005760*
005770* ESITO-CONFERENZA words the conference from its header row: the
005780* determinazione once it has closed, the session date while it
005790* is still running.
005800*
005810 ESITO-CONFERENZA.
005820         MOVE SPACES TO PROV-CONFERENZA.
005830         IF PRACONF-DETERMINAZIONE = SPACES
005840             STRING "IN CORSO, SEDUTA DEL "  DELIMITED BY SIZE
005850                 PRACONF-DATA-SEDUTA         DELIMITED BY SIZE
005860                 INTO PROV-CONFERENZA
005870             END-STRING
005880         ELSE
005890             STRING PRACONF-DETERMINAZIONE   DELIMITED BY "  "
005900                 " (SEDUTA DEL "             DELIMITED BY SIZE
005910                 PRACONF-DATA-SEDUTA         DELIMITED BY SIZE
005920                 ")"                         DELIMITED BY SIZE
005930                 INTO PROV-CONFERENZA
005940             END-STRING
005950         END-IF.
005960 EX-ESITO-CONFERENZA.
005970         EXIT.
005980*
005990 SOMMA-PAGAMENTO.
006000         READ PRAPAY NEXT RECORD
006010             AT END
006020                 SET PROV-EOF TO TRUE
006030                 GO TO EX-SOMMA-PAGAMENTO
006040         END-READ.
006050         IF PRAPAY-COMUNE-CODE NOT = PROV-COMUNE-CODE
006060             OR PRAPAY-PRATICA-ID NOT = PROV-PRATICA-ID
006070             SET PROV-EOF TO TRUE
006080             GO TO EX-SOMMA-PAGAMENTO
006090         END-IF.
006100         ADD PRAPAY-IMPORTO TO PROV-PAGATO.
006110 EX-SOMMA-PAGAMENTO.
006120         EXIT.
006130*
006140* COMPONI-ATTO writes the draft to its own spool member: the
006150* comune's template for the categoria, else its general one,
006160* else the compiled-in model, one print line per template line.
006170*
006180 COMPONI-ATTO.
006190         ACCEPT PROV-SPOOL-DATE FROM DATE YYYYMMDD.
006200         ACCEPT PROV-SPOOL-TIME FROM TIME.
006210         MOVE SPACES TO STAMPA-SPOOL-PATH.
006220         STRING "PROVV."          DELIMITED BY SIZE
006230             PROV-COMUNE-CODE     DELIMITED BY SIZE
006240             "."                  DELIMITED BY SIZE
006250             PROV-ANNO            DELIMITED BY SIZE
006260             "."                  DELIMITED BY SIZE
006270             PROV-NUMERO          DELIMITED BY SIZE
006280             "."                  DELIMITED BY SIZE
006290             PROV-SPOOL-DATE      DELIMITED BY SIZE
006300             PROV-SPOOL-TIME      DELIMITED BY SIZE
006310             INTO STAMPA-SPOOL-PATH
006320         END-STRING.
006330         OPEN OUTPUT PRASTAMPA.
006340         IF STATUS-PRASTAMPA NOT = "00"
006350             SET COBW3-STATUS-CODE-500 TO TRUE
006360             GO TO EX-COMPONI-ATTO
006370         END-IF.

006380         SET PROV-MODELLO-ASSENTE TO TRUE.
006390         OPEN INPUT PRAMODPR.
006400         IF STATUS-PRAMODPR = "00"
006410             MOVE PRAVIEW-CATEGORIA TO PROV-MOD-CATEGORIA
006420             PERFORM STAMPA-MODELLO THRU EX-STAMPA-MODELLO
006430             IF PROV-MODELLO-ASSENTE
006440                 MOVE SPACES TO PROV-MOD-CATEGORIA
006450                 PERFORM STAMPA-MODELLO THRU EX-STAMPA-MODELLO
006460             END-IF
006470             CLOSE PRAMODPR
006480         END-IF.
006490         IF PROV-MODELLO-ASSENTE
006500             PERFORM STAMPA-DEFAULT THRU EX-STAMPA-DEFAULT
006510                 VARYING PROV-IX FROM 1 BY 1
006520                 UNTIL PROV-IX > PROV-DEFAULT-COUNT
006530         END-IF.
006540         CLOSE PRASTAMPA.
006550 EX-COMPONI-ATTO.
006560         EXIT.
006570*
006580 STAMPA-MODELLO.
006590         SET PROV-NOT-EOF TO TRUE.
006600         MOVE PROV-COMUNE-CODE   TO PRAMODPR-COMUNE-CODE.
006610         MOVE PROV-MOD-CATEGORIA TO PRAMODPR-CATEGORIA.
006620         MOVE PROV-TIPO-ATTO     TO PRAMODPR-TIPO-ATTO.
006630         MOVE 0                  TO PRAMODPR-RIGA.
006640         START PRAMODPR KEY IS NOT LESS THAN PRAMODPR-KEY
006650             INVALID KEY
006660                 SET PROV-EOF TO TRUE
006670         END-START.
006680         PERFORM STAMPA-MODELLO-RIGA THRU EX-STAMPA-MODELLO-RIGA
006690             UNTIL PROV-EOF.
006700 EX-STAMPA-MODELLO.
006710         EXIT.
006720*
006730 STAMPA-MODELLO-RIGA.
006740         READ PRAMODPR NEXT RECORD
006750             AT END
006760                 SET PROV-EOF TO TRUE
006770                 GO TO EX-STAMPA-MODELLO-RIGA
006780         END-READ.
006790         IF PRAMODPR-COMUNE-CODE NOT = PROV-COMUNE-CODE
006800             OR PRAMODPR-CATEGORIA NOT = PROV-MOD-CATEGORIA
006810             OR PRAMODPR-TIPO-ATTO NOT = PROV-TIPO-ATTO
006820             SET PROV-EOF TO TRUE
006830             GO TO EX-STAMPA-MODELLO-RIGA
006840         END-IF.
006850         SET PROV-MODELLO-TROVATO TO TRUE.
006860         MOVE PRAMODPR-CAMPO TO PROV-CAMPO.
006870         MOVE PRAMODPR-TESTO TO PROV-TESTO.
006880         PERFORM SCRIVI-RIGA-MODELLO THRU EX-SCRIVI-RIGA-MODELLO.
006890 EX-STAMPA-MODELLO-RIGA.
006900         EXIT.
006910*
006920 STAMPA-DEFAULT.
006930         MOVE PROV-DEFAULT-CAMPO(PROV-IX) TO PROV-CAMPO.
006940         MOVE PROV-DEFAULT-TESTO(PROV-IX) TO PROV-TESTO.
006950         PERFORM SCRIVI-RIGA-MODELLO THRU EX-SCRIVI-RIGA-MODELLO.
006960 EX-STAMPA-DEFAULT.
006970         EXIT.
006980*
006990* SCRIVI-RIGA-MODELLO prints one template line: plain text as it
007000* stands, a campo as its caption followed by the merged value,
007010* the parcels one line each.
007020*
007030 SCRIVI-RIGA-MODELLO.
007040         IF PROV-CAMPO = SPACES
007050             MOVE PROV-TESTO TO STAMPA-LINE
007060             PERFORM SCRIVI-RIGA-ATTO THRU EX-SCRIVI-RIGA-ATTO
007070             GO TO EX-SCRIVI-RIGA-MODELLO
007080         END-IF.
007090         IF PROV-CAMPO = "PARTICELLE"
007100             PERFORM SCRIVI-PARTICELLE THRU EX-SCRIVI-PARTICELLE
007110             GO TO EX-SCRIVI-RIGA-MODELLO
007120         END-IF.

007130         PERFORM VALORE-CAMPO THRU EX-VALORE-CAMPO.
007140         MOVE SPACES TO STAMPA-LINE.
007150         STRING PROV-TESTO         DELIMITED BY "  "
007160             " "                   DELIMITED BY SIZE
007170             PROV-VALORE           DELIMITED BY "  "
007180             INTO STAMPA-LINE
007190         END-STRING.
007200         PERFORM SCRIVI-RIGA-ATTO THRU EX-SCRIVI-RIGA-ATTO.
007210 EX-SCRIVI-RIGA-MODELLO.
007220         EXIT.
007230*
007240* VALORE-CAMPO resolves a campo name to the pratica's value; a
007250* name it does not know merges nothing, leaving the caption.
007260*
007270 VALORE-CAMPO.
007280         MOVE SPACES TO PROV-VALORE.
007290         EVALUATE PROV-CAMPO
007300             WHEN "COMUNE"
007310                 MOVE PROV-NOME-COMUNE TO PROV-VALORE
007320             WHEN "NUMERO"
007330                 MOVE PROV-NUMERO TO PROV-NUM-ED
007340                 STRING PROV-NUM-ED   DELIMITED BY SIZE
007350                     "/"              DELIMITED BY SIZE
007360                     PROV-ANNO        DELIMITED BY SIZE
007370                     INTO PROV-VALORE
007380                 END-STRING
007390             WHEN "DATA"
007400                 STRING PROV-TODAY-DATE(7:2) DELIMITED BY SIZE
007410                     "/"                     DELIMITED BY SIZE
007420                     PROV-TODAY-DATE(5:2)    DELIMITED BY SIZE
007430                     "/"                     DELIMITED BY SIZE
007440                     PROV-TODAY-DATE(1:4)    DELIMITED BY SIZE
007450                     INTO PROV-VALORE
007460                 END-STRING
007470             WHEN "PRATICA"
007480                 MOVE PROV-PRATICA-ID TO PROV-VALORE
007490             WHEN "PROTOCOLLO"
007500                 IF PRAVIEW-PROTO-NUMERO NUMERIC
007510                     STRING PRAVIEW-PROTO-NUMERO DELIMITED BY SIZE
007520                         "/"                     DELIMITED BY SIZE
007530                         PRAVIEW-PROTO-ANNO      DELIMITED BY SIZE
007540                         INTO PROV-VALORE
007550                     END-STRING
007560                 ELSE
007570                     MOVE "NON ASSEGNATO" TO PROV-VALORE
007580                 END-IF
007590             WHEN "CATEGORIA"
007600                 MOVE PROV-NOME-CATEGORIA TO PROV-VALORE
007610             WHEN "RICHIEDENTE"
007620                 MOVE PRAVIEW-RICHIEDENTE TO PROV-VALORE
007630             WHEN "CF"
007640                 MOVE PRAVIEW-CODICE-FISCALE TO PROV-VALORE
007650             WHEN "CONFERENZA"
007660                 MOVE PROV-CONFERENZA TO PROV-VALORE
007670             WHEN "PAGATO"
007680                 MOVE PROV-PAGATO-ED TO PROV-VALORE
007690             WHEN "ESITO"
007700                 IF PROV-TIPO-ATTO = "P"
007710                     MOVE "SI RILASCIA IL PERMESSO RICHIESTO"
007720                         TO PROV-VALORE
007730                 ELSE
007740                     MOVE "SI NEGA IL PERMESSO RICHIESTO"
007750                         TO PROV-VALORE
007760                 END-IF
007770         END-EVALUATE.
007780 EX-VALORE-CAMPO.
007790         EXIT.
007800*
007810* SCRIVI-PARTICELLE prints one line per parcel of the pratica
007820* under the caption, or the caption alone marked NON INDICATO.
007830*
007840 SCRIVI-PARTICELLE.
007850         MOVE 0 TO PROV-PARTICELLE.
007860         OPEN INPUT PRACATAS.
007870         IF STATUS-PRACATAS = "00"
007880             SET PROV-NOT-EOF TO TRUE
007890             MOVE PROV-COMUNE-CODE TO PRACATAS-COMUNE-CODE
007900             MOVE PROV-PRATICA-ID  TO PRACATAS-PRATICA-ID
007910             MOVE 0                TO PRACATAS-PROGRESSIVO
007920             START PRACATAS KEY IS NOT LESS THAN PRACATAS-KEY
007930                 INVALID KEY
007940                     SET PROV-EOF TO TRUE
007950             END-START
007960             PERFORM SCRIVI-PARTICELLA THRU EX-SCRIVI-PARTICELLA
007970                 UNTIL PROV-EOF
007980             CLOSE PRACATAS
007990         END-IF.
008000         IF PROV-PARTICELLE = 0
008010             MOVE SPACES TO STAMPA-LINE
008020             STRING PROV-TESTO     DELIMITED BY "  "
008030                 " NON INDICATO"   DELIMITED BY SIZE
008040                 INTO STAMPA-LINE
008050             END-STRING
008060             PERFORM SCRIVI-RIGA-ATTO THRU EX-SCRIVI-RIGA-ATTO
008070         END-IF.
008080 EX-SCRIVI-PARTICELLE.
008090         EXIT.
008100*
008110 SCRIVI-PARTICELLA.
008120         READ PRACATAS NEXT RECORD
008130             AT END
008140                 SET PROV-EOF TO TRUE
008150                 GO TO EX-SCRIVI-PARTICELLA
008160         END-READ.
008170         IF PRACATAS-COMUNE-CODE NOT = PROV-COMUNE-CODE
008180             OR PRACATAS-PRATICA-ID NOT = PROV-PRATICA-ID
008190             SET PROV-EOF TO TRUE
008200             GO TO EX-SCRIVI-PARTICELLA
008210         END-IF.
008220         ADD 1 TO PROV-PARTICELLE.
008230         MOVE SPACES TO STAMPA-LINE.
008240         STRING PROV-TESTO         DELIMITED BY "  "
008250             " SEZ. "              DELIMITED BY SIZE
008260             PRACATAS-SEZIONE      DELIMITED BY SIZE
008270             " FG. "               DELIMITED BY SIZE
008280             PRACATAS-FOGLIO       DELIMITED BY SIZE
008290             " PART. "             DELIMITED BY SIZE
008300             PRACATAS-PARTICELLA   DELIMITED BY SIZE
008310             " SUB. "              DELIMITED BY SIZE
008320             PRACATAS-SUBALTERNO   DELIMITED BY SIZE
008330             " "                   DELIMITED BY SIZE
008340             PRACATAS-INDIRIZZO    DELIMITED BY "  "
008350             INTO STAMPA-LINE
008360         END-STRING.
008370         PERFORM SCRIVI-RIGA-ATTO THRU EX-SCRIVI-RIGA-ATTO.
008380 EX-SCRIVI-PARTICELLA.
008390         EXIT.
008400*
008410 SCRIVI-RIGA-ATTO.
008420         MOVE STAMPA-LINE TO PRASTAMPA-RECORD.
008430         WRITE PRASTAMPA-RECORD.
008440 EX-SCRIVI-RIGA-ATTO.
008450         EXIT.
008460*
008470* SCRIVI-SPOOL-DIR files the draft in the spool directory, where
008480* the dispatcher's RITIRO fetch streams it back from.
008490*
008500 SCRIVI-SPOOL-DIR.
008510         OPEN I-O PRASPOOL.
008520         IF STATUS-PRASPOOL NOT = "00"
008530             GO TO EX-SCRIVI-SPOOL-DIR
008540         END-IF.
008550         MOVE PROV-COMUNE-CODE   TO PRASPOOL-COMUNE-CODE.
008560         MOVE PROV-PRATICA-ID    TO PRASPOOL-PRATICA-ID.
008570         MOVE PROV-SPOOL-DATE    TO PRASPOOL-DATA.
008580         MOVE PROV-SPOOL-TIME    TO PRASPOOL-ORA.
008590         MOVE STAMPA-SPOOL-PATH  TO PRASPOOL-MEMBER-PATH.
008600         SET PRASPOOL-PRONTO     TO TRUE.
008610         WRITE PRASPOOL-RECORD
008620             INVALID KEY
008630                 CONTINUE
008640         END-WRITE.
008650         CLOSE PRASPOOL.
008660 EX-SCRIVI-SPOOL-DIR.
008670         EXIT.
008680*
008690* FIRMA-PROVVEDIMENTO records the signature: the responsabile or
008700* admin uploads the signed act with DOCTIPO=PROVVEDIMENTO in the
008710* same request, the dispatcher files it in PRATTACH, and the act
008720* is linked to it and becomes firmato. Until it is notified an
008730* act can be signed again, which replaces the document - the way
008740* out of a signature OPENPJ28 found invalid.
008750*
008760 FIRMA-PROVVEDIMENTO.
008770         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
008780         IF NOT COBW3-STATUS-CODE-200
008790             GO TO EX-FIRMA-PROVVEDIMENTO
008800         END-IF.
008810         IF NOT AUTH-RUOLO-RESPONSABILE
008820             AND NOT AUTH-RUOLO-ADMIN
008830             MOVE "<tr><td>FIRMA DEL RESPONSABILE</td></tr>"
008840                 TO PROV-HTML
008850             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
008860             SET COBW3-STATUS-CODE-403 TO TRUE
008870             GO TO EX-FIRMA-PROVVEDIMENTO
008880         END-IF.
008890         IF COBW3-UPLD-FILE-SIZE = 0
008900             OR PROV-DOC-TYPE NOT = PROV-TIPO-FIRMATO
008910             MOVE "<tr><td>DOCTIPO PROVVEDIMENTO</td></tr>"
008920                 TO PROV-HTML
008930             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
008940             GO TO EX-FIRMA-PROVVEDIMENTO
008950         END-IF.
008960         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
008970         IF NOT COBW3-STATUS-CODE-200
008980             GO TO EX-FIRMA-PROVVEDIMENTO
008990         END-IF.
009000         PERFORM APRI-PRAPROVV THRU EX-APRI-PRAPROVV.
009010         IF NOT COBW3-STATUS-CODE-200
009020             GO TO EX-FIRMA-PROVVEDIMENTO
009030         END-IF.

009040         PERFORM CERCA-ATTO THRU EX-CERCA-ATTO.
009050         IF PROV-ATTO-ASSENTE
009060             CLOSE PRAPROVV
009070             MOVE "<tr><td>GENERARE PRIMA LA BOZZA</td></tr>"
009080                 TO PROV-HTML
009090             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009100             GO TO EX-FIRMA-PROVVEDIMENTO
009110         END-IF.
009120         IF PRAPROVV-NOTIFICATO
009130             CLOSE PRAPROVV
009140             MOVE "<tr><td>PROVVEDIMENTO GIA NOTIFICATO</td></tr>"
009150                 TO PROV-HTML
009160             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009170             GO TO EX-FIRMA-PROVVEDIMENTO
009180         END-IF.
009190*
009200* A pratica whose decision changed since the draft needs the
009210* other act: the bozza is composed again before it is signed.
009220*
009230         IF PRAPROVV-TIPO-ATTO NOT = PROV-TIPO-ATTO
009240             CLOSE PRAPROVV
009250             MOVE "<tr><td>RIGENERARE LA BOZZA</td></tr>"
009260                 TO PROV-HTML
009270             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009280             GO TO EX-FIRMA-PROVVEDIMENTO
009290         END-IF.

009300         PERFORM CERCA-DOCUMENTO THRU EX-CERCA-DOCUMENTO.
009310         IF PROV-DOC-ASSENTE
009320             CLOSE PRAPROVV
009330             MOVE "<tr><td>ATTO FIRMATO NON TROVATO</td></tr>"
009340                 TO PROV-HTML
009350             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009360             GO TO EX-FIRMA-PROVVEDIMENTO
009370         END-IF.
009380         SET PRAPROVV-FIRMATO    TO TRUE.
009390         MOVE PROV-TODAY-DATE    TO PRAPROVV-DATA-FIRMA.
009400         MOVE COBW3-USERID(1:30) TO PRAPROVV-FIRMATARIO.
009410         MOVE PROV-DOC-DATE      TO PRAPROVV-DOC-DATE.
009420         MOVE PROV-DOC-TIME      TO PRAPROVV-DOC-TIME.
009430         REWRITE PRAPROVV-RECORD
009440             INVALID KEY
009450                 SET COBW3-STATUS-CODE-500 TO TRUE
009460         END-REWRITE.
009470         CLOSE PRAPROVV.
009480         IF COBW3-STATUS-CODE-200
009490             MOVE PROV-NUMERO TO PROV-NUM-ED
009500             MOVE SPACES TO PROV-HTML
009510             STRING "<tr><td>PROVVEDIMENTO N. " DELIMITED BY SIZE
009520                 PROV-NUM-ED                    DELIMITED BY SIZE
009530                 "/"                            DELIMITED BY SIZE
009540                 PROV-ANNO                      DELIMITED BY SIZE
009550                 " FIRMATO</td></tr>"           DELIMITED BY SIZE
009560                 INTO PROV-HTML
009570             END-STRING
009580             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009590         END-IF.
009600 EX-FIRMA-PROVVEDIMENTO.
009610         EXIT.
009620*
009630* CERCA-DOCUMENTO finds the signed act of this request: the
009640* dispatcher has filed the upload before calling here, so it is
009650* the latest PROVVEDIMENTO document of the pratica received
009660* today.
009670*
009680 CERCA-DOCUMENTO.
009690         SET PROV-DOC-ASSENTE TO TRUE.
009700         SET PROV-NOT-EOF TO TRUE.
009710         OPEN INPUT PRATTACH.
009720         IF STATUS-PRATTACH NOT = "00"
009730             GO TO EX-CERCA-DOCUMENTO
009740         END-IF.
009750         MOVE PROV-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
009760         MOVE PROV-PRATICA-ID  TO PRATTACH-PRATICA-ID.
009770         MOVE PROV-TODAY-DATE  TO PRATTACH-UPLOAD-DATE.
009780         MOVE 0                TO PRATTACH-UPLOAD-TIME.
009790         START PRATTACH KEY IS NOT LESS THAN PRATTACH-KEY
009800             INVALID KEY
009810                 SET PROV-EOF TO TRUE
009820         END-START.
009830         PERFORM CERCA-DOCUMENTO-RIGA
009840             THRU EX-CERCA-DOCUMENTO-RIGA
009850             UNTIL PROV-EOF.
009860         CLOSE PRATTACH.
009870 EX-CERCA-DOCUMENTO.
009880         EXIT.
009890*
009900 CERCA-DOCUMENTO-RIGA.
009910         READ PRATTACH NEXT RECORD
009920             AT END
009930                 SET PROV-EOF TO TRUE
009940                 GO TO EX-CERCA-DOCUMENTO-RIGA
009950         END-READ.
009960         IF PRATTACH-PRATICA-ID NOT = PROV-PRATICA-ID
009970             OR PRATTACH-COMUNE-CODE NOT = PROV-COMUNE-CODE
009980             SET PROV-EOF TO TRUE
009990             GO TO EX-CERCA-DOCUMENTO-RIGA
010000         END-IF.
010010         IF PRATTACH-DOC-TYPE = PROV-TIPO-FIRMATO
010020             SET PROV-DOC-TROVATO TO TRUE
010030             MOVE PRATTACH-UPLOAD-DATE TO PROV-DOC-DATE
010040             MOVE PRATTACH-UPLOAD-TIME TO PROV-DOC-TIME
010050         END-IF.
010060 EX-CERCA-DOCUMENTO-RIGA.
010070         EXIT.
010080*
010090* NOTIFICA-PROVVEDIMENTO sends the signed act to the richiedente:
010100* only a firmato act, and only once the nightly OPENPJ28 run has
010110* found the signature of its document valid, queues the **PV
010120* notice; the act is then notificato and can no longer change.
010130*
010140 NOTIFICA-PROVVEDIMENTO.
010150         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
010160         IF NOT COBW3-STATUS-CODE-200
010170             GO TO EX-NOTIFICA-PROVVEDIMENTO
010180         END-IF.
010190         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
010200         IF NOT COBW3-STATUS-CODE-200
010210             GO TO EX-NOTIFICA-PROVVEDIMENTO
010220         END-IF.
010230         PERFORM APRI-PRAPROVV THRU EX-APRI-PRAPROVV.
010240         IF NOT COBW3-STATUS-CODE-200
010250             GO TO EX-NOTIFICA-PROVVEDIMENTO
010260         END-IF.

010270         PERFORM CERCA-ATTO THRU EX-CERCA-ATTO.
010280         IF PROV-ATTO-ASSENTE
010290             OR PRAPROVV-BOZZA
010300             CLOSE PRAPROVV
010310             MOVE "<tr><td>PROVVEDIMENTO NON FIRMATO</td></tr>"
010320                 TO PROV-HTML
010330             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
010340             GO TO EX-NOTIFICA-PROVVEDIMENTO
010350         END-IF.
010360         IF PRAPROVV-NOTIFICATO
010370             CLOSE PRAPROVV
010380             MOVE "<tr><td>PROVVEDIMENTO GIA NOTIFICATO</td></tr>"
010390                 TO PROV-HTML
010400             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
010410             GO TO EX-NOTIFICA-PROVVEDIMENTO
010420         END-IF.

010430         PERFORM CONTROLLA-FIRMA THRU EX-CONTROLLA-FIRMA.
010440         IF PROV-HTML NOT = SPACES
010450             CLOSE PRAPROVV
010460             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
010470             GO TO EX-NOTIFICA-PROVVEDIMENTO
010480         END-IF.

010490         PERFORM ACCODA-NOTIFICA THRU EX-ACCODA-NOTIFICA.
010500         SET PRAPROVV-NOTIFICATO TO TRUE.
010510         MOVE PROV-TODAY-DATE    TO PRAPROVV-DATA-NOTIFICA.
010520         REWRITE PRAPROVV-RECORD
010530             INVALID KEY
010540                 SET COBW3-STATUS-CODE-500 TO TRUE
010550         END-REWRITE.
010560         CLOSE PRAPROVV.
010570         IF COBW3-STATUS-CODE-200
010580             MOVE "<tr><td>PROVVEDIMENTO NOTIFICATO</td></tr>"
010590                 TO PROV-HTML
010600             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
010610         END-IF.
010620 EX-NOTIFICA-PROVVEDIMENTO.
010630         EXIT.
010640*
010650* CONTROLLA-FIRMA reads the signed document back and leaves in
010660* PROV-HTML the reason it cannot go out yet, spaces when it can.
010670*
010680 CONTROLLA-FIRMA.
010690         MOVE SPACES TO PROV-HTML.
010700         OPEN INPUT PRATTACH.
010710         IF STATUS-PRATTACH NOT = "00"
010720             MOVE "<tr><td>ATTO FIRMATO NON TROVATO</td></tr>"
010730                 TO PROV-HTML
010740             GO TO EX-CONTROLLA-FIRMA
010750         END-IF.
010760         MOVE PROV-COMUNE-CODE  TO PRATTACH-COMUNE-CODE.
010770         MOVE PROV-PRATICA-ID   TO PRATTACH-PRATICA-ID.
010780         MOVE PRAPROVV-DOC-DATE TO PRATTACH-UPLOAD-DATE.
010790         MOVE PRAPROVV-DOC-TIME TO PRATTACH-UPLOAD-TIME.
010800         READ PRATTACH
010810             INVALID KEY
010820                 MOVE "<tr><td>ATTO FIRMATO NON TROVATO</td></tr>"
010830                     TO PROV-HTML
010840         END-READ.
010850         CLOSE PRATTACH.
010860         IF PROV-HTML NOT = SPACES
010870             GO TO EX-CONTROLLA-FIRMA
010880         END-IF.
010890         EVALUATE TRUE
010900             WHEN PRATTACH-INFETTO
010910                 MOVE "<tr><td>ATTO FIRMATO INFETTO</td></tr>"
010920                     TO PROV-HTML
010930             WHEN PRATTACH-FIRMA-VALIDA
010940                 CONTINUE
010950             WHEN PRATTACH-FIRMA-NON-VALIDA
010960             WHEN PRATTACH-FIRMA-SCADUTA
010970                 MOVE "<tr><td>FIRMA NON VALIDA</td></tr>"
010980                     TO PROV-HTML
010990             WHEN OTHER
011000                 MOVE "<tr><td>FIRMA IN VERIFICA</td></tr>"
011010                     TO PROV-HTML
011020         END-EVALUATE.
011030 EX-CONTROLLA-FIRMA.
011040         EXIT.
011050*
011060* ACCODA-NOTIFICA queues the **PV notice to the richiedente; the
011070* OPENPJ10 sender words it from NOTIFTAB and adds the pratica's
011080* status link.
011090*
011100 ACCODA-NOTIFICA.
011110         OPEN I-O PRANOTIF.
011120         IF STATUS-PRANOTIF NOT = "00"
011130             GO TO EX-ACCODA-NOTIFICA
011140         END-IF.
011150         MOVE PRAVIEW-COMUNE-CODE TO PRANOTIF-COMUNE-CODE.
011160         MOVE PRAVIEW-PRATICA-ID  TO PRANOTIF-PRATICA-ID.
011170         ACCEPT PRANOTIF-DATA FROM DATE YYYYMMDD.
011180         ACCEPT PRANOTIF-ORA  FROM TIME.
011190         MOVE "**"                TO PRANOTIF-OLD-STATO.
011200         MOVE "PV"                TO PRANOTIF-NEW-STATO.
011210         MOVE PRAVIEW-RICHIEDENTE TO PRANOTIF-DESTINATARIO.
011220         SET PRANOTIF-DA-INVIARE  TO TRUE.
011230         MOVE 0                   TO PRANOTIF-TENTATIVI.
011240         WRITE PRANOTIF-RECORD
011250             INVALID KEY
011260                 CONTINUE
011270         END-WRITE.
011280         CLOSE PRANOTIF.
011290 EX-ACCODA-NOTIFICA.
011300         EXIT.
011310*
011320* LISTA-ATTI shows the pratica's acts with their stato, and for
011330* a bozza the RITIRO key of its latest draft.
011340*
011350 LISTA-ATTI.
011360         SET PROV-NOT-EOF TO TRUE.
011370         OPEN INPUT PRAPROVV.
011380         IF STATUS-PRAPROVV = "35"
011390             GO TO EX-LISTA-ATTI
011400         END-IF.
011410         IF STATUS-PRAPROVV NOT = "00"
011420             SET COBW3-STATUS-CODE-500 TO TRUE
011430             GO TO EX-LISTA-ATTI
011440         END-IF.
011450         MOVE PROV-COMUNE-CODE TO PRAPROVV-PR-COMUNE.
011460         MOVE PROV-PRATICA-ID  TO PRAPROVV-PRATICA-ID.
011470         START PRAPROVV KEY IS EQUAL TO PRAPROVV-PRATICA-KEY
011480             INVALID KEY
011490                 SET PROV-EOF TO TRUE
011500         END-START.
011510         PERFORM LISTA-RIGA THRU EX-LISTA-RIGA
011520             UNTIL PROV-EOF.
011530         CLOSE PRAPROVV.
011540 EX-LISTA-ATTI.
011550         EXIT.
011560*
011570 LISTA-RIGA.
011580         READ PRAPROVV NEXT RECORD
011590             AT END
011600                 SET PROV-EOF TO TRUE
011610                 GO TO EX-LISTA-RIGA
011620         END-READ.
011630         IF PRAPROVV-PR-COMUNE NOT = PROV-COMUNE-CODE
011640             OR PRAPROVV-PRATICA-ID NOT = PROV-PRATICA-ID
011650             SET PROV-EOF TO TRUE
011660             GO TO EX-LISTA-RIGA
011670         END-IF.

011680         IF PRAPROVV-PERMESSO
011690             MOVE "PERMESSO" TO PROV-TIPO-DESCR
011700         ELSE
011710             MOVE "DINIEGO"  TO PROV-TIPO-DESCR
011720         END-IF.
011730         EVALUATE TRUE
011740             WHEN PRAPROVV-BOZZA
011750                 MOVE "BOZZA"       TO PROV-STATO-DESCR
011760             WHEN PRAPROVV-FIRMATO
011770                 MOVE "FIRMATO"     TO PROV-STATO-DESCR
011780             WHEN OTHER
011790                 MOVE "NOTIFICATO"  TO PROV-STATO-DESCR
011800         END-EVALUATE.
011810         MOVE PRAPROVV-NUMERO TO PROV-NUM-ED.
011820         MOVE SPACES TO PROV-HTML.
011830         STRING "<tr><td>"             DELIMITED BY SIZE
011840             PROV-NUM-ED               DELIMITED BY SIZE
011850             "/"                       DELIMITED BY SIZE
011860             PRAPROVV-ANNO             DELIMITED BY SIZE
011870             "</td><td>"               DELIMITED BY SIZE
011880             PROV-TIPO-DESCR           DELIMITED BY SPACE
011890             "</td><td>"               DELIMITED BY SIZE
011900             PROV-STATO-DESCR          DELIMITED BY SPACE
011910             "</td><td>"               DELIMITED BY SIZE
011920             PRAPROVV-DATA-BOZZA       DELIMITED BY SIZE
011930             "</td><td>"               DELIMITED BY SIZE
011940             PRAPROVV-DATA-FIRMA       DELIMITED BY SIZE
011950             "</td><td>"               DELIMITED BY SIZE
011960             PRAPROVV-DATA-NOTIFICA    DELIMITED BY SIZE
011970             "</td><td>RITIRO="        DELIMITED BY SIZE
011980             PRAPROVV-BOZZA-DATE       DELIMITED BY SIZE
011990             PRAPROVV-BOZZA-TIME       DELIMITED BY SIZE
012000             "</td></tr>"              DELIMITED BY SIZE
012010             INTO PROV-HTML
012020         END-STRING.
012030         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
012040 EX-LISTA-RIGA.
012050         EXIT.
012060*
012070 EMETTI-AVVISO.
012080         MOVE "<tr><td>INDICARE PRATICA_ID</td></tr>"
012090             TO PROV-HTML.
012100         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
012110 EX-EMETTI-AVVISO.
012120         EXIT.
012130*
012140* EMETTI-HTML sends PROV-HTML to the browser, trimmed of its
012150* trailing padding, the way OPENPA03's twin does.
012160*
012170 EMETTI-HTML.
012180         MOVE 512 TO PROV-HTML-LEN.
012190         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
012200             UNTIL PROV-HTML-LEN = 1
012210                OR PROV-HTML(PROV-HTML-LEN:1) NOT = SPACE.
012220         MOVE SPACES TO COBW3-PUT-STRING.
012230         MOVE PROV-HTML TO COBW3-PUT-STRING.
012240         MOVE PROV-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
012250         CALL "COBW3SR" USING COBW3.
012260 EX-EMETTI-HTML.
012270         EXIT.
012280*
012290 EMETTI-HTML-TRIM.
012300         SUBTRACT 1 FROM PROV-HTML-LEN.
012310 EX-EMETTI-HTML-TRIM.
012320         EXIT.
012330*
012340 FINE-PROVV.
012350         MOVE "</table></body></html>" TO PROV-HTML.
012360         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
012370 EX-FINE-PROVV.
012380         EXIT.
