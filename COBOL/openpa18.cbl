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
000190** sotto-programma della rilevazione ISTAT dei permessi di
000200** costruire (TIPO=ISTAT): l'istruttore registra sulla pratica
000210** edilizia i dati che il modello ISTAT chiede - tipo di
000220** intervento, uso residenziale o no, volume nuovo, superficie
000230** utile, abitazioni e stanze - solo per le categorie che
000240** PRATAB segna con FLAG-ISTAT, e li puo' correggere anche a
000250** permesso rilasciato, finche' il flusso trimestrale non li
000260** porta via. Gli stessi controlli (ISTACHK.CBL) li ripete il
000270** flusso OPENPJ33, che elenca come bloccanti le pratiche
000280** rilasciate senza dati completi. Senza azione la pagina mostra
000290** i dati registrati e se sono completi.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENPA18.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350         COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.

000380         COPY "SELVIEW.CBL".
000390         COPY "SELTAB.CBL".
000400         COPY "SELISTA.CBL".

000410 DATA             DIVISION.
000420 FILE SECTION.

000430         COPY "FDEVIEW.CBL".
000440         COPY "FDETAB.CBL".
000450         COPY "FDEISTA.CBL".

000460 WORKING-STORAGE  SECTION.

000470         COPY "GLOBALS.CBL".
000480         COPY "AUTHCHK.CBL".
000490         COPY "ISTAWS.CBL".
000500*
000510 77  RILV-COMUNE-CODE              PIC X(06).
000520 77  RILV-PRATICA-ID               PIC X(10).
000530 77  RILV-AZIONE                   PIC X(08).
000540     88  RILV-AZIONE-REGISTRA          VALUE "REGISTRA".
000550 77  RILV-METODO                   PIC X(04).
000560 77  RILV-TODAY-DATE               PIC 9(08).
000570*
000580* The numeric parameters arrive as text and are taken only when
000590* every character is a digit and they fit the field; one that
000600* does not is reported as such rather than read as zero.
000610*
000620 77  RILV-NUMERI-SW                PIC X(01).
000630     88  RILV-NUMERI-VALIDI            VALUE "S".
000640     88  RILV-NUMERI-ERRATI            VALUE "N".
000650 77  RILV-MAX-CIFRE                PIC 9(02) COMP-5.
000660 77  RILV-VALORE                   PIC 9(07).
000670 77  RILV-ROW-FOUND-SW             PIC X(01).
000680     88  RILV-ROW-FOUND                VALUE "S".
000690     88  RILV-ROW-NOT-FOUND            VALUE "N".
000700 77  RILV-SOGGETTA-SW              PIC X(01).
000710     88  RILV-SOGGETTA                 VALUE "S".
000720     88  RILV-NON-SOGGETTA             VALUE "N".
000730 77  RILV-VOLUME-ED                PIC Z(6)9.
000740 77  RILV-SUPERFICIE-ED            PIC Z(6)9.
000750 77  RILV-ABITAZIONI-ED            PIC Z(3)9.
000760 77  RILV-STANZE-ED                PIC Z(4)9.
000770 77  RILV-TIPO-DESCR               PIC X(30).
000780 77  RILV-HTML                     PIC X(512).
000790 77  RILV-HTML-LEN                 PIC 9(04) COMP-5.
000800*
000810 LINKAGE SECTION.

000820         COPY "COBW3.CBL".
000830*
000840 PROCEDURE  DIVISION USING COBW3.
000850*
000860         PERFORM INIZIO-ISTAT     THRU EX-INIZIO-ISTAT.
000870         PERFORM CHECK-RUOLO      THRU EX-CHECK-RUOLO.

000880         IF COBW3-STATUS-CODE-200
000890             PERFORM LEGGI-PARAMETRI THRU EX-LEGGI-PARAMETRI
000900             EVALUATE TRUE
000910                 WHEN RILV-PRATICA-ID = SPACES
000920                     PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
000930                 WHEN RILV-AZIONE-REGISTRA
000940                     PERFORM REGISTRA-DATI
000950                         THRU EX-REGISTRA-DATI
000960                 WHEN OTHER
000970                     PERFORM MOSTRA-DATI THRU EX-MOSTRA-DATI
000980             END-EVALUATE
000990         END-IF.

001000         PERFORM FINE-ISTAT       THRU EX-FINE-ISTAT.

001010         GOBACK.
001020*
001030 INIZIO-ISTAT.
001040         SET COBW3-STATUS-CODE-200 TO TRUE.
001050         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001060         ACCEPT RILV-TODAY-DATE FROM DATE YYYYMMDD.
001070         IF COBW3-SESSION-COMUNE-CODE = SPACES
001080             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001090             MOVE GLB-DEFLT-COMUNE TO RILV-COMUNE-CODE
001100         ELSE
001110             MOVE COBW3-SESSION-COMUNE-CODE
001120                 TO RILV-COMUNE-CODE
001130         END-IF.

001140         MOVE SPACES TO RILV-HTML.
001150         STRING "<html><body><h1>RILEVAZIONE ISTAT COMUNE "
001160                 DELIMITED BY SIZE
001170             RILV-COMUNE-CODE  DELIMITED BY SIZE
001180             "</h1><table>"    DELIMITED BY SIZE
001190             INTO RILV-HTML
001200         END-STRING.
001210         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001220 EX-INIZIO-ISTAT.
001230         EXIT.
001240*
001250* CHECK-RUOLO keeps the page to the comune's staff, as CATAST
001260* does: the survey data are the office's, not the cittadino's.
001270*
001280 CHECK-RUOLO.
001290         MOVE RILV-COMUNE-CODE TO AUTH-COMUNE-CODE.
001300         MOVE COBW3-USERID     TO AUTH-USERID.
001310         CALL "OPENPS03" USING AUTHCHK-AREA.
001320         IF AUTH-RUOLO-CITTADINO
001330             SET COBW3-STATUS-CODE-403 TO TRUE
001340         END-IF.
001350 EX-CHECK-RUOLO.
001360         EXIT.
001370*
001380 LEGGI-PARAMETRI.
001390         MOVE SPACES TO RILV-PRATICA-ID.
001400         MOVE SPACES TO RILV-AZIONE.
001410         INITIALIZE ISTA-DATI.
001420         SET RILV-NUMERI-VALIDI TO TRUE.

001430         MOVE SPACES           TO COBW3-SEARCH-DATA.
001440         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
001450         MOVE 10               TO COBW3-SEARCH-LENGTH.
001460         SET COBW3-NUMBER-INIT TO TRUE.
001470         CALL "COBW3SR" USING COBW3.
001480         IF COBW3-SEARCH-FLAG-EXIST
001490             MOVE COBW3-GET-DATA(1:10) TO RILV-PRATICA-ID
001500         END-IF.

001510         MOVE SPACES           TO COBW3-SEARCH-DATA.
001520         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
001530         MOVE 6                TO COBW3-SEARCH-LENGTH.
001540         SET COBW3-NUMBER-INIT TO TRUE.
001550         CALL "COBW3SR" USING COBW3.
001560         IF COBW3-SEARCH-FLAG-EXIST
001570             MOVE COBW3-GET-DATA(1:8) TO RILV-AZIONE
001580         END-IF.

001590         MOVE SPACES           TO COBW3-SEARCH-DATA.
001600         MOVE "TIPOINT"        TO COBW3-SEARCH-DATA(1:7).
001610         MOVE 7                TO COBW3-SEARCH-LENGTH.
001620         SET COBW3-NUMBER-INIT TO TRUE.
001630         CALL "COBW3SR" USING COBW3.
001640         IF COBW3-SEARCH-FLAG-EXIST
001650             MOVE COBW3-GET-DATA(1:1) TO ISTA-TIPO-INTERVENTO
001660         END-IF.

001670         MOVE SPACES           TO COBW3-SEARCH-DATA.
001680         MOVE "RESID"          TO COBW3-SEARCH-DATA(1:5).
001690         MOVE 5                TO COBW3-SEARCH-LENGTH.
001700         SET COBW3-NUMBER-INIT TO TRUE.
001710         CALL "COBW3SR" USING COBW3.
001720         IF COBW3-SEARCH-FLAG-EXIST
001730             MOVE COBW3-GET-DATA(1:1) TO ISTA-RESIDENZIALE
001740         END-IF.

001750         MOVE SPACES           TO COBW3-SEARCH-DATA.
001760         MOVE "VOLUME"         TO COBW3-SEARCH-DATA(1:6).
001770         MOVE 6                TO COBW3-SEARCH-LENGTH.
001780         MOVE 7                TO RILV-MAX-CIFRE.
001790         PERFORM LEGGI-NUMERO THRU EX-LEGGI-NUMERO.
001800         MOVE RILV-VALORE TO ISTA-VOLUME.

001810         MOVE SPACES           TO COBW3-SEARCH-DATA.
001820         MOVE "SUPERFICIE"     TO COBW3-SEARCH-DATA(1:10).
001830         MOVE 10               TO COBW3-SEARCH-LENGTH.
001840         MOVE 7                TO RILV-MAX-CIFRE.
001850         PERFORM LEGGI-NUMERO THRU EX-LEGGI-NUMERO.
001860         MOVE RILV-VALORE TO ISTA-SUPERFICIE.

001870         MOVE SPACES           TO COBW3-SEARCH-DATA.
001880         MOVE "ABITAZIONI"     TO COBW3-SEARCH-DATA(1:10).
001890         MOVE 10               TO COBW3-SEARCH-LENGTH.
001900         MOVE 4                TO RILV-MAX-CIFRE.
001910         PERFORM LEGGI-NUMERO THRU EX-LEGGI-NUMERO.
001920         MOVE RILV-VALORE TO ISTA-ABITAZIONI.

001930         MOVE SPACES           TO COBW3-SEARCH-DATA.
001940         MOVE "STANZE"         TO COBW3-SEARCH-DATA(1:6).
001950         MOVE 6                TO COBW3-SEARCH-LENGTH.
001960         MOVE 5                TO RILV-MAX-CIFRE.
001970         PERFORM LEGGI-NUMERO THRU EX-LEGGI-NUMERO.
001980         MOVE RILV-VALORE TO ISTA-STANZE.
001990 EX-LEGGI-PARAMETRI.
002000         EXIT.
002010*
002020* LEGGI-NUMERO fetches the parameter named in COBW3-SEARCH-DATA
002030* into RILV-VALORE: zero when the form left it out, and zero
002040* with RILV-NUMERI-ERRATI set when it is not a whole number of at
002050* most RILV-MAX-CIFRE digits.
002060*
002070 LEGGI-NUMERO.
002080         MOVE 0 TO RILV-VALORE.
002090         SET COBW3-NUMBER-INIT TO TRUE.
002100         CALL "COBW3SR" USING COBW3.
002110         IF NOT COBW3-SEARCH-FLAG-EXIST
002120             OR COBW3-GET-LENGTH = 0
002130             GO TO EX-LEGGI-NUMERO
002140         END-IF.
002150         IF COBW3-GET-LENGTH > RILV-MAX-CIFRE
002160             OR COBW3-GET-DATA(1:COBW3-GET-LENGTH) NOT NUMERIC
002170             SET RILV-NUMERI-ERRATI TO TRUE
002180             GO TO EX-LEGGI-NUMERO
002190         END-IF.
002200         MOVE COBW3-GET-DATA(1:COBW3-GET-LENGTH) TO RILV-VALORE.
002210 EX-LEGGI-NUMERO.
002220         EXIT.
002230*
002240* CHECK-VERIFICATO refuses a REGISTRA arriving on a GET or
002250* without a started session, and holds it to the operatori.
002260*
002270 CHECK-VERIFICATO.
002280         SET COBW3-REQUEST-METHOD TO TRUE.
002290         CALL "COBW3SR" USING COBW3.
002300         MOVE COBW3-REQUEST-INFO(1:4) TO RILV-METODO.
002310         IF RILV-METODO = "GET "
002320             OR NOT COBW3-SESSION-STATUS-STARTED
002330             SET COBW3-STATUS-CODE-403 TO TRUE
002340             GO TO EX-CHECK-VERIFICATO
002350         END-IF.
002360         IF NOT AUTH-RUOLO-OPERATORE
002370             SET COBW3-STATUS-CODE-403 TO TRUE
002380         END-IF.
002390 EX-CHECK-VERIFICATO.
002400         EXIT.
002410*
002420* LEGGI-PRATICA fetches the pratica and looks its categoria up
002430* among the comune's "T" rows: RILV-SOGGETTA comes back set only
002440* when the row carries FLAG-ISTAT.
002450*
002460 LEGGI-PRATICA.
002470         SET RILV-NON-SOGGETTA TO TRUE.
002480         OPEN INPUT PRAVIEW.
002490         IF STATUS-PRAVIEW NOT = "00"
002500             SET COBW3-STATUS-CODE-500 TO TRUE
002510             GO TO EX-LEGGI-PRATICA
002520         END-IF.
002530         MOVE RILV-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
002540         MOVE RILV-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
002550         READ PRAVIEW
002560             INVALID KEY
002570                 CLOSE PRAVIEW
002580                 SET COBW3-STATUS-CODE-404 TO TRUE
002590                 GO TO EX-LEGGI-PRATICA
002600         END-READ.
002610         CLOSE PRAVIEW.

002620         OPEN INPUT PRATAB.
002630         IF STATUS-PRATAB NOT = "00"
002640             GO TO EX-LEGGI-PRATICA
002650         END-IF.
002660         MOVE RILV-COMUNE-CODE  TO PRATAB-COMUNE-CODE.
002670         MOVE "T"               TO PRATAB-TIPO-RIGA.
002680         MOVE PRAVIEW-CATEGORIA TO PRATAB-COD-RIFERIMENTO.
002690         READ PRATAB
002700             INVALID KEY
002710                 CLOSE PRATAB
002720                 GO TO EX-LEGGI-PRATICA
002730         END-READ.
002740         CLOSE PRATAB.
002750         IF PRATAB-RILEVAZIONE-ISTAT
002760             SET RILV-SOGGETTA TO TRUE
002770         END-IF.
002780 EX-LEGGI-PRATICA.
002790         EXIT.
002800*
002810* REGISTRA-DATI takes the form's data through the shared check
002820* and writes them, or replaces the ones already recorded. The
002830* form carries the whole set every time: a partial row would
002840* only turn into a blocker at the end of the quarter.
002850*
002860 REGISTRA-DATI.
002870         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
002880         IF NOT COBW3-STATUS-CODE-200
002890             GO TO EX-REGISTRA-DATI
002900         END-IF.
002910         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
002920         IF NOT COBW3-STATUS-CODE-200
002930             GO TO EX-REGISTRA-DATI
002940         END-IF.
002950         IF RILV-NON-SOGGETTA
002960             MOVE "<tr><td>CATEGORIA NON SOGGETTA</td></tr>"
002970                 TO RILV-HTML
002980             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002990             GO TO EX-REGISTRA-DATI
003000         END-IF.
003010         IF RILV-NUMERI-ERRATI
003020             MOVE "<tr><td>VALORE NUMERICO NON VALIDO</td></tr>"
003030                 TO RILV-HTML
003040             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003050             GO TO EX-REGISTRA-DATI
003060         END-IF.
003070         PERFORM CONTROLLA-ISTAT THRU EX-CONTROLLA-ISTAT.
003080         IF ISTA-INCOMPLETA
003090             MOVE SPACES TO RILV-HTML
003100             STRING "<tr><td>"     DELIMITED BY SIZE
003110                 ISTA-MOTIVO       DELIMITED BY "  "
003120                 "</td></tr>"      DELIMITED BY SIZE
003130                 INTO RILV-HTML
003140             END-STRING
003150             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003160             GO TO EX-REGISTRA-DATI
003170         END-IF.

003180         PERFORM APRI-PRAISTAT THRU EX-APRI-PRAISTAT.
003190         IF NOT COBW3-STATUS-CODE-200
003200             GO TO EX-REGISTRA-DATI
003210         END-IF.
003220         SET RILV-ROW-FOUND TO TRUE.
003230         MOVE RILV-COMUNE-CODE TO PRAISTAT-COMUNE-CODE.
003240         MOVE RILV-PRATICA-ID  TO PRAISTAT-PRATICA-ID.
003250         READ PRAISTAT
003260             INVALID KEY
003270                 SET RILV-ROW-NOT-FOUND TO TRUE
003280                 INITIALIZE PRAISTAT-RECORD
003290                 MOVE RILV-COMUNE-CODE TO PRAISTAT-COMUNE-CODE
003300                 MOVE RILV-PRATICA-ID  TO PRAISTAT-PRATICA-ID
003310         END-READ.
003320         MOVE ISTA-TIPO-INTERVENTO TO PRAISTAT-TIPO-INTERVENTO.
003330         MOVE ISTA-RESIDENZIALE    TO PRAISTAT-RESIDENZIALE.
003340         MOVE ISTA-VOLUME          TO PRAISTAT-VOLUME.
003350         MOVE ISTA-SUPERFICIE      TO PRAISTAT-SUPERFICIE.
003360         MOVE ISTA-ABITAZIONI      TO PRAISTAT-ABITAZIONI.
003370         MOVE ISTA-STANZE          TO PRAISTAT-STANZE.
003380         MOVE RILV-TODAY-DATE      TO PRAISTAT-DATA-AGG.
003390         MOVE COBW3-USERID(1:30)   TO PRAISTAT-OPERATORE.
003400         IF RILV-ROW-FOUND
003410             REWRITE PRAISTAT-RECORD
003420                 INVALID KEY
003430                     SET COBW3-STATUS-CODE-500 TO TRUE
003440             END-REWRITE
003450         ELSE
003460             WRITE PRAISTAT-RECORD
003470                 INVALID KEY
003480                     SET COBW3-STATUS-CODE-500 TO TRUE
003490             END-WRITE
003500         END-IF.
003510         CLOSE PRAISTAT.
003520         IF COBW3-STATUS-CODE-200
003530             MOVE "<tr><td>DATI ISTAT REGISTRATI</td></tr>"
003540                 TO RILV-HTML
003550             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003560             PERFORM LISTA-DATI THRU EX-LISTA-DATI
003570         END-IF.
003580 EX-REGISTRA-DATI.
003590         EXIT.
003600*
003610* APRI-PRAISTAT opens the survey data for update, creating the
003620* file the first time any comune records them.
003630*
003640 APRI-PRAISTAT.
003650         OPEN I-O PRAISTAT.
003660         IF STATUS-PRAISTAT = "35"
003670             OPEN OUTPUT PRAISTAT
003680             CLOSE PRAISTAT
003690             OPEN I-O PRAISTAT
003700         END-IF.
003710         IF STATUS-PRAISTAT NOT = "00"
003720             SET COBW3-STATUS-CODE-500 TO TRUE
003730         END-IF.
003740 EX-APRI-PRAISTAT.
003750         EXIT.
003760*
003770* MOSTRA-DATI shows what the pratica has on record and whether
003780* the quarterly run would take it or list it as a blocker.
003790*
003800 MOSTRA-DATI.
003810         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
003820         IF NOT COBW3-STATUS-CODE-200
003830             GO TO EX-MOSTRA-DATI
003840         END-IF.
003850         IF RILV-NON-SOGGETTA
003860             MOVE "<tr><td>CATEGORIA NON SOGGETTA</td></tr>"
003870                 TO RILV-HTML
003880             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003890             GO TO EX-MOSTRA-DATI
003900         END-IF.

003910         OPEN INPUT PRAISTAT.
003920         IF STATUS-PRAISTAT NOT = "00"
003930             AND STATUS-PRAISTAT NOT = "35"
003940             SET COBW3-STATUS-CODE-500 TO TRUE
003950             GO TO EX-MOSTRA-DATI
003960         END-IF.
003970         SET RILV-ROW-NOT-FOUND TO TRUE.
003980         IF STATUS-PRAISTAT = "00"
003990             MOVE RILV-COMUNE-CODE TO PRAISTAT-COMUNE-CODE
004000             MOVE RILV-PRATICA-ID  TO PRAISTAT-PRATICA-ID
004010             READ PRAISTAT
004020                 NOT INVALID KEY
004030                     SET RILV-ROW-FOUND TO TRUE
004040             END-READ
004050             CLOSE PRAISTAT
004060         END-IF.
004070         IF RILV-ROW-NOT-FOUND
004080             MOVE "<tr><td>DATI ISTAT MANCANTI</td></tr>"
004090                 TO RILV-HTML
004100             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004110             GO TO EX-MOSTRA-DATI
004120         END-IF.
004130         PERFORM LISTA-DATI THRU EX-LISTA-DATI.
004140 EX-MOSTRA-DATI.
004150         EXIT.
004160*
004170* LISTA-DATI emits the PRAISTAT row in hand, followed by the
004180* outcome of the shared check on it.
004190*
004200 LISTA-DATI.
004210         EVALUATE TRUE
004220             WHEN PRAISTAT-NUOVO
004230                 MOVE "NUOVO FABBRICATO"      TO RILV-TIPO-DESCR
004240             WHEN PRAISTAT-AMPLIAMENTO
004250                 MOVE "AMPLIAMENTO"           TO RILV-TIPO-DESCR
004260             WHEN PRAISTAT-RICOSTRUZIONE
004270                 MOVE "DEMOLIZIONE E RICOSTRUZIONE"
004280                     TO RILV-TIPO-DESCR
004290             WHEN OTHER
004300                 MOVE "NON INDICATO"          TO RILV-TIPO-DESCR
004310         END-EVALUATE.
004320         MOVE PRAISTAT-VOLUME     TO RILV-VOLUME-ED.
004330         MOVE PRAISTAT-SUPERFICIE TO RILV-SUPERFICIE-ED.
004340         MOVE PRAISTAT-ABITAZIONI TO RILV-ABITAZIONI-ED.
004350         MOVE PRAISTAT-STANZE     TO RILV-STANZE-ED.
004360         MOVE SPACES TO RILV-HTML.
004370         STRING "<tr><td>"             DELIMITED BY SIZE
004380             PRAISTAT-PRATICA-ID       DELIMITED BY SIZE
004390             "</td><td>"               DELIMITED BY SIZE
004400             RILV-TIPO-DESCR           DELIMITED BY "  "
004410             "</td><td>RESIDENZIALE "  DELIMITED BY SIZE
004420             PRAISTAT-RESIDENZIALE     DELIMITED BY SIZE
004430             "</td><td>MC "            DELIMITED BY SIZE
004440             RILV-VOLUME-ED            DELIMITED BY SIZE
004450             "</td><td>MQ "            DELIMITED BY SIZE
004460             RILV-SUPERFICIE-ED        DELIMITED BY SIZE
004470             "</td><td>ABITAZIONI "    DELIMITED BY SIZE
004480             RILV-ABITAZIONI-ED        DELIMITED BY SIZE
004490             "</td><td>STANZE "        DELIMITED BY SIZE
004500             RILV-STANZE-ED            DELIMITED BY SIZE
004510             "</td><td>"               DELIMITED BY SIZE
004520             PRAISTAT-DATA-AGG         DELIMITED BY SIZE
004530             " "                       DELIMITED BY SIZE
004540             PRAISTAT-OPERATORE        DELIMITED BY "  "
004550             "</td></tr>"              DELIMITED BY SIZE
004560             INTO RILV-HTML
004570         END-STRING.
004580         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

004590         MOVE PRAISTAT-TIPO-INTERVENTO TO ISTA-TIPO-INTERVENTO.
004600         MOVE PRAISTAT-RESIDENZIALE    TO ISTA-RESIDENZIALE.
004610         MOVE PRAISTAT-VOLUME          TO ISTA-VOLUME.
004620         MOVE PRAISTAT-SUPERFICIE      TO ISTA-SUPERFICIE.
004630         MOVE PRAISTAT-ABITAZIONI      TO ISTA-ABITAZIONI.
004640         MOVE PRAISTAT-STANZE          TO ISTA-STANZE.
004650         PERFORM CONTROLLA-ISTAT THRU EX-CONTROLLA-ISTAT.
004660         MOVE SPACES TO RILV-HTML.
004670         IF ISTA-COMPLETA
004680             MOVE "<tr><td>DATI ISTAT COMPLETI</td></tr>"
004690                 TO RILV-HTML
004700         ELSE
004710             STRING "<tr><td>INCOMPLETI: "
004720                     DELIMITED BY SIZE
004730                 ISTA-MOTIVO           DELIMITED BY "  "
004740                 "</td></tr>"          DELIMITED BY SIZE
004750                 INTO RILV-HTML
004760             END-STRING
004770         END-IF.
004780         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004790 EX-LISTA-DATI.
004800         EXIT.
004810*
004820 EMETTI-AVVISO.
004830         MOVE "<tr><td>INDICARE PRATICA_ID</td></tr>"
004840             TO RILV-HTML.
004850         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004860 EX-EMETTI-AVVISO.
004870         EXIT.
004880*
004890* EMETTI-HTML sends RILV-HTML to the browser, trimmed of its
004900* trailing padding, the way OPENPA03's twin does.
004910*
004920 EMETTI-HTML.
004930         MOVE 512 TO RILV-HTML-LEN.
004940         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
004950             UNTIL RILV-HTML-LEN = 1
004960                OR RILV-HTML(RILV-HTML-LEN:1) NOT = SPACE.
004970         MOVE SPACES TO COBW3-PUT-STRING.
004980         MOVE RILV-HTML TO COBW3-PUT-STRING.
004990         MOVE RILV-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
005000         CALL "COBW3SR" USING COBW3.
005010 EX-EMETTI-HTML.
005020         EXIT.
005030*
005040 EMETTI-HTML-TRIM.
005050         SUBTRACT 1 FROM RILV-HTML-LEN.
005060 EX-EMETTI-HTML-TRIM.
005070         EXIT.
005080*
005090         COPY "ISTACHK.CBL".
005100*
005110 FINE-ISTAT.
005120         MOVE "</table></body></html>" TO RILV-HTML.
005130         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
005140 EX-FINE-ISTAT.
005150         EXIT.
