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
000190** sotto-programma di ricerca per particella (TIPO=CATAST): prende
000200** dalla richiesta il riferimento catastale SEZ/FG/PART e, se
000210** indicato, SUB; percorre PRACATAS sulla chiave della particella
000220** nel comune della sessione e restituisce una pagina di
000230** PAGINA-DIM pratiche che l'hanno toccata, in linea o gia'
000240** sigillate da OPENPJ18 (riconosciute tramite DOSSIDX), con il
000250** parametro PAGINA per scorrere come fa CERCA; le pratiche in
000260** linea sono agganciate alla stampa di riepilogo esistente.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPA14.
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320         COPY "SPECIAL.CBL".
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.

000350         COPY "SELCATA.CBL".
000360         COPY "SELVIEW.CBL".
000370         COPY "SELDOSSI.CBL".

000380 DATA             DIVISION.
000390 FILE SECTION.

000400         COPY "FDECATA.CBL".
000410         COPY "FDEVIEW.CBL".
000420         COPY "FDEDOSSI.CBL".

000430 WORKING-STORAGE  SECTION.

000440         COPY "GLOBALS.CBL".
000450         COPY "AUTHCHK.CBL".
000460         COPY "CATAWS.CBL".
000470*
000480 77  PARC-COMUNE-CODE              PIC X(06).
000490 77  PARC-SUB-SW                   PIC X(01).
000500     88  PARC-SUB-INDICATO             VALUE "S".
000510     88  PARC-SUB-TUTTI                VALUE "N".
000520 77  PARC-PAGINA                   PIC 9(03).
000530 77  PARC-PAGINA-DIM               PIC 9(02) COMP-5 VALUE 20.
000540 77  PARC-DA-SALTARE               PIC 9(05) COMP-5.
000550 77  PARC-EMESSE                   PIC 9(03) COMP-5.
000560 77  PARC-TROVATE                  PIC 9(05) COMP-5.
000570 77  PARC-EOF-SW                   PIC X(01).
000580     88  PARC-EOF                      VALUE "S".
000590     88  PARC-NOT-EOF                  VALUE "N".
000600 77  PARC-ALTRI-SW                 PIC X(01).
000610     88  PARC-ALTRI                    VALUE "S".
000620     88  PARC-NO-ALTRI                 VALUE "N".
000630 77  PARC-DOSSIDX-SW               PIC X(01).
000640     88  PARC-DOSSIDX-APERTO           VALUE "S".
000650     88  PARC-DOSSIDX-CHIUSO           VALUE "N".
000660 77  PARC-PAGINA-DISPLAY           PIC ZZ9.
000670 77  PARC-STATO                    PIC X(24).
000680 77  PARC-RICHIEDENTE              PIC X(60).
000690 77  PARC-DATA                     PIC 9(08).
000700 77  PARC-HTML                     PIC X(512).
000710 77  PARC-HTML-LEN                 PIC 9(04) COMP-5.
000720*
000730* The criteria as they travel back on the result links.
000740*
000750 77  PARC-SEZ-LINK                 PIC X(03).
000760 77  PARC-FG-LINK                  PIC 9(04).
000770 77  PARC-PART-LINK                PIC 9(05).
000780 77  PARC-SUB-LINK                 PIC X(04).
000790*
000800 LINKAGE SECTION.

000810         COPY "COBW3.CBL".
000820*
000830 PROCEDURE  DIVISION USING COBW3.
000840*
000850         PERFORM INIZIO-PARCELLA THRU EX-INIZIO-PARCELLA.
000860         PERFORM CHECK-RUOLO     THRU EX-CHECK-RUOLO.

000870         IF COBW3-STATUS-CODE-200
000880             PERFORM LEGGI-CRITERI  THRU EX-LEGGI-CRITERI
000890             IF CATA-NON-VALIDA
000900                 PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
000910             ELSE
000920                 PERFORM ESEGUI-RICERCA
000930                     THRU EX-ESEGUI-RICERCA
000940             END-IF
000950         END-IF.

000960         PERFORM FINE-PARCELLA   THRU EX-FINE-PARCELLA.

000970         GOBACK.
000980*
000990* INIZIO-PARCELLA scopes the whole search to the session's
001000* comune; the parcel key leads with it, so another comune's
001010* pratiche are never even walked past.
001020*
001030 INIZIO-PARCELLA.
001040         SET COBW3-STATUS-CODE-200 TO TRUE.
001050         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001060         IF COBW3-SESSION-COMUNE-CODE = SPACES
001070             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001080             MOVE GLB-DEFLT-COMUNE TO PARC-COMUNE-CODE
001090         ELSE
001100             MOVE COBW3-SESSION-COMUNE-CODE
001110                 TO PARC-COMUNE-CODE
001120         END-IF.

001130         MOVE SPACES TO PARC-HTML.
001140         STRING "<html><body><h1>STORIA DELLA PARTICELLA COMUNE "
001150                 DELIMITED BY SIZE
001160             PARC-COMUNE-CODE  DELIMITED BY SIZE
001170             "</h1><table>"     DELIMITED BY SIZE
001180             INTO PARC-HTML
001190         END-STRING.
001200         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001210 EX-INIZIO-PARCELLA.
001220         EXIT.
001230*
001240* CHECK-RUOLO holds the door as CERCA and TROVA do: the parcel
001250* history names every richiedente who ever filed on the land,
001260* a clerk's tool and not a cittadino's.
001270*
001280 CHECK-RUOLO.
001290         MOVE PARC-COMUNE-CODE TO AUTH-COMUNE-CODE.
001300         MOVE COBW3-USERID     TO AUTH-USERID.
001310         CALL "OPENPS03" USING AUTHCHK-AREA.
001320         IF AUTH-RUOLO-CITTADINO
001330             SET COBW3-STATUS-CODE-403 TO TRUE
001340         END-IF.
001350 EX-CHECK-RUOLO.
001360         EXIT.
001370*
001380* LEGGI-CRITERI pulls the parcel and the page number off the
001390* request and puts the parcel through the same format check the
001400* dispatch applies when the parcel is entered, so the search
001410* key is built exactly as the stored one was. A missing SUB
001420* lists every subalterno of the particella.
001430*
001440 LEGGI-CRITERI.
001450         MOVE SPACES TO CATA-INPUT.
001460         MOVE 1      TO PARC-PAGINA.

001470         MOVE SPACES           TO COBW3-SEARCH-DATA.
001480         MOVE "SEZ"            TO COBW3-SEARCH-DATA(1:3).
001490         MOVE 3                TO COBW3-SEARCH-LENGTH.
001500         SET COBW3-NUMBER-INIT TO TRUE.
001510         CALL "COBW3SR" USING COBW3.
001520         IF COBW3-SEARCH-FLAG-EXIST
001530             PERFORM PRENDI-VALORE THRU EX-PRENDI-VALORE
001540             MOVE CATA-CAMPO TO CATA-IN-SEZIONE
001550         END-IF.

001560         MOVE SPACES           TO COBW3-SEARCH-DATA.
001570         MOVE "FG"             TO COBW3-SEARCH-DATA(1:2).
001580         MOVE 2                TO COBW3-SEARCH-LENGTH.
001590         SET COBW3-NUMBER-INIT TO TRUE.
001600         CALL "COBW3SR" USING COBW3.
001610         IF COBW3-SEARCH-FLAG-EXIST
001620             PERFORM PRENDI-VALORE THRU EX-PRENDI-VALORE
001630             MOVE CATA-CAMPO TO CATA-IN-FOGLIO
001640         END-IF.

001650         MOVE SPACES           TO COBW3-SEARCH-DATA.
001660         MOVE "PART"           TO COBW3-SEARCH-DATA(1:4).
001670         MOVE 4                TO COBW3-SEARCH-LENGTH.
001680         SET COBW3-NUMBER-INIT TO TRUE.
001690         CALL "COBW3SR" USING COBW3.
001700         IF COBW3-SEARCH-FLAG-EXIST
001710             PERFORM PRENDI-VALORE THRU EX-PRENDI-VALORE
001720             MOVE CATA-CAMPO TO CATA-IN-PARTICELLA
001730         END-IF.

001740         MOVE SPACES           TO COBW3-SEARCH-DATA.
001750         MOVE "SUB"            TO COBW3-SEARCH-DATA(1:3).
001760         MOVE 3                TO COBW3-SEARCH-LENGTH.
001770         SET COBW3-NUMBER-INIT TO TRUE.
001780         CALL "COBW3SR" USING COBW3.
001790         IF COBW3-SEARCH-FLAG-EXIST
001800             PERFORM PRENDI-VALORE THRU EX-PRENDI-VALORE
001810             MOVE CATA-CAMPO TO CATA-IN-SUBALTERNO
001820         END-IF.

001830         MOVE SPACES           TO COBW3-SEARCH-DATA.
001840         MOVE "PAGINA"         TO COBW3-SEARCH-DATA(1:6).
001850         MOVE 6                TO COBW3-SEARCH-LENGTH.
001860         SET COBW3-NUMBER-INIT TO TRUE.
001870         CALL "COBW3SR" USING COBW3.
001880         IF COBW3-SEARCH-FLAG-EXIST
001890             AND COBW3-GET-LENGTH > 0
001900             AND COBW3-GET-LENGTH NOT GREATER THAN 3
001910             AND COBW3-GET-DATA(1:COBW3-GET-LENGTH) NUMERIC
001920             MOVE COBW3-GET-DATA(1:COBW3-GET-LENGTH)
001930                 TO PARC-PAGINA
001940         END-IF.
001950         IF PARC-PAGINA = 0
001960             MOVE 1 TO PARC-PAGINA
001970         END-IF.

001980         PERFORM CONTROLLA-PARCELLA THRU EX-CONTROLLA-PARCELLA.
001990         IF CATA-IN-SUBALTERNO = SPACES
002000             SET PARC-SUB-TUTTI    TO TRUE
002010             MOVE SPACES           TO PARC-SUB-LINK
002020         ELSE
002030             SET PARC-SUB-INDICATO TO TRUE
002040             MOVE CATA-SUBALTERNO  TO PARC-SUB-LINK
002050         END-IF.
002060         MOVE CATA-SEZIONE    TO PARC-SEZ-LINK.
002070         MOVE CATA-FOGLIO     TO PARC-FG-LINK.
002080         MOVE CATA-PARTICELLA TO PARC-PART-LINK.
002090 EX-LEGGI-CRITERI.
002100         EXIT.
002110*
002120* PRENDI-VALORE hands the value just found to the format check;
002130* one longer than any parcel field comes back as asterisks so
002140* the check refuses it rather than reading a truncated piece.
002150*
002160 PRENDI-VALORE.
002170         IF COBW3-GET-LENGTH > 64
002180             MOVE ALL "*" TO CATA-CAMPO
002190         ELSE
002200             MOVE COBW3-GET-DATA(1:64) TO CATA-CAMPO
002210         END-IF.
002220 EX-PRENDI-VALORE.
002230         EXIT.
002240*
002250* ESEGUI-RICERCA positions PRACATAS on the parcel key and walks
002260* the consecutive rows, paging; one probe past the page tells
002270* whether a next page exists.
002280*
002290 ESEGUI-RICERCA.
002300         COMPUTE PARC-DA-SALTARE =
002310             (PARC-PAGINA - 1) * PARC-PAGINA-DIM.
002320         MOVE 0 TO PARC-EMESSE.
002330         MOVE 0 TO PARC-TROVATE.
002340         SET PARC-NO-ALTRI TO TRUE.
002350         SET PARC-NOT-EOF  TO TRUE.

002360         OPEN INPUT PRACATAS.
002370         IF STATUS-PRACATAS = "35"
002380             PERFORM EMETTI-CODA THRU EX-EMETTI-CODA
002390             GO TO EX-ESEGUI-RICERCA
002400         END-IF.
002410         IF STATUS-PRACATAS NOT = "00"
002420             SET COBW3-STATUS-CODE-500 TO TRUE
002430             GO TO EX-ESEGUI-RICERCA
002440         END-IF.
002450         OPEN INPUT PRAVIEW.
002460         IF STATUS-PRAVIEW NOT = "00"
002470             CLOSE PRACATAS
002480             SET COBW3-STATUS-CODE-500 TO TRUE
002490             GO TO EX-ESEGUI-RICERCA
002500         END-IF.
002510*
002520* DOSSIDX only exists once OPENPJ18 has sealed something; until
002530* then no parcel row can belong to an archived pratica.
002540*
002550         OPEN INPUT DOSSIDX.
002560         IF STATUS-DOSSIDX = "00"
002570             SET PARC-DOSSIDX-APERTO TO TRUE
002580         ELSE
002590             SET PARC-DOSSIDX-CHIUSO TO TRUE
002600         END-IF.

002610         MOVE PARC-COMUNE-CODE TO PRACATAS-PARC-COMUNE.
002620         MOVE CATA-SEZIONE     TO PRACATAS-SEZIONE.
002630         MOVE CATA-FOGLIO      TO PRACATAS-FOGLIO.
002640         MOVE CATA-PARTICELLA  TO PRACATAS-PARTICELLA.
002650         MOVE CATA-SUBALTERNO  TO PRACATAS-SUBALTERNO.
002660         START PRACATAS KEY IS NOT LESS THAN PRACATAS-PARCELLA-KEY
002670             INVALID KEY
002680                 SET PARC-EOF TO TRUE
002690         END-START.

002700         PERFORM ESAMINA-RISULTATO THRU EX-ESAMINA-RISULTATO
002710             UNTIL PARC-EOF.
002720         CLOSE PRACATAS.
002730         CLOSE PRAVIEW.
002740         IF PARC-DOSSIDX-APERTO
002750             CLOSE DOSSIDX
002760         END-IF.

002770         PERFORM EMETTI-CODA THRU EX-EMETTI-CODA.
002780 EX-ESEGUI-RICERCA.
002790         EXIT.
002800*
002810* ESAMINA-RISULTATO takes one parcel row; the walk stops as soon
002820* as the key leaves the particella asked for, or its subalterno
002830* when one was named.
002840*
002850 ESAMINA-RISULTATO.
002860         READ PRACATAS NEXT RECORD
002870             AT END
002880                 SET PARC-EOF TO TRUE
002890                 GO TO EX-ESAMINA-RISULTATO
002900         END-READ.
002910         IF PRACATAS-PARC-COMUNE NOT = PARC-COMUNE-CODE
002920             OR PRACATAS-SEZIONE NOT = CATA-SEZIONE
002930             OR PRACATAS-FOGLIO NOT = CATA-FOGLIO
002940             OR PRACATAS-PARTICELLA NOT = CATA-PARTICELLA
002950             SET PARC-EOF TO TRUE
002960             GO TO EX-ESAMINA-RISULTATO
002970         END-IF.
002980         IF PARC-SUB-INDICATO
002990             AND PRACATAS-SUBALTERNO NOT = CATA-SUBALTERNO
003000             SET PARC-EOF TO TRUE
003010             GO TO EX-ESAMINA-RISULTATO
003020         END-IF.

003030         ADD 1 TO PARC-TROVATE.
003040         IF PARC-TROVATE NOT GREATER THAN PARC-DA-SALTARE
003050             GO TO EX-ESAMINA-RISULTATO
003060         END-IF.
003070         IF PARC-EMESSE NOT LESS THAN PARC-PAGINA-DIM
003080             SET PARC-ALTRI TO TRUE
003090             SET PARC-EOF   TO TRUE
003100             GO TO EX-ESAMINA-RISULTATO
003110         END-IF.

003120         PERFORM EMETTI-RISULTATO THRU EX-EMETTI-RISULTATO.
003130         ADD 1 TO PARC-EMESSE.
003140 EX-ESAMINA-RISULTATO.
003150         EXIT.
003160*
003170* EMETTI-RISULTATO writes one hit as a table row. A pratica
003180* still in PRAVIEW shows its stato and richiedente and links to
003190* the summary print the way CERCA's rows do; one sealed into a
003200* dossier shows the day it was archived, its data sitting in the
003210* dossier until a RIPRISTINA brings it back.
003220*
003230 EMETTI-RISULTATO.
003240         MOVE PRACATAS-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003250         MOVE PRACATAS-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
003260         READ PRAVIEW
003270             INVALID KEY
003280                 PERFORM CERCA-ARCHIVIO THRU EX-CERCA-ARCHIVIO
003290                 PERFORM EMETTI-ARCHIVIATA
003300                     THRU EX-EMETTI-ARCHIVIATA
003310                 GO TO EX-EMETTI-RISULTATO
003320         END-READ.

003330         MOVE SPACES TO PARC-HTML.
003340         STRING "<tr><td><a href=" DELIMITED BY SIZE
003350             QUOTE                 DELIMITED BY SIZE
003360             "?TIPO=CATAST&SEZ="   DELIMITED BY SIZE
003370             PARC-SEZ-LINK         DELIMITED BY SPACE
003380             "&FG="                DELIMITED BY SIZE
003390             PARC-FG-LINK          DELIMITED BY SIZE
003400             "&PART="              DELIMITED BY SIZE
003410             PARC-PART-LINK        DELIMITED BY SIZE
003420             "&SUB="               DELIMITED BY SIZE
003430             PARC-SUB-LINK         DELIMITED BY SPACE
003440             "&PAGINA="            DELIMITED BY SIZE
003450             PARC-PAGINA           DELIMITED BY SIZE
003460             "&PRATICA_ID="        DELIMITED BY SIZE
003470             PRAVIEW-PRATICA-ID    DELIMITED BY SPACE
003480             "&STAMPA=1"           DELIMITED BY SIZE
003490             QUOTE                 DELIMITED BY SIZE
003500             ">"                   DELIMITED BY SIZE
003510             PRAVIEW-PRATICA-ID    DELIMITED BY SIZE
003520             "</a></td><td>"       DELIMITED BY SIZE
003530             PRAVIEW-STATO         DELIMITED BY SIZE
003540             "</td><td>"           DELIMITED BY SIZE
003550             PRAVIEW-RICHIEDENTE   DELIMITED BY "  "
003560             "</td><td>"           DELIMITED BY SIZE
003570             PRAVIEW-DATA-APERTURA DELIMITED BY SIZE
003580             "</td><td>SUB "       DELIMITED BY SIZE
003590             PRACATAS-SUBALTERNO   DELIMITED BY SIZE
003600             "</td><td>"           DELIMITED BY SIZE
003610             PRACATAS-INDIRIZZO    DELIMITED BY "  "
003620             "</td></tr>"          DELIMITED BY SIZE
003630             INTO PARC-HTML
003640         END-STRING.
003650         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003660 EX-EMETTI-RISULTATO.
003670         EXIT.
003680*
003690* CERCA-ARCHIVIO tells an archived pratica from one that simply
003700* left the online files some other way.
003710*
003720 CERCA-ARCHIVIO.
003730         MOVE 0 TO PARC-DATA.
003740         MOVE "PRATICA NON PIU IN LINEA" TO PARC-STATO.
003750         IF PARC-DOSSIDX-CHIUSO
003760             GO TO EX-CERCA-ARCHIVIO
003770         END-IF.
003780         MOVE PRACATAS-COMUNE-CODE TO DOSSIDX-COMUNE-CODE.
003790         MOVE PRACATAS-PRATICA-ID  TO DOSSIDX-PRATICA-ID.
003800         READ DOSSIDX
003810             INVALID KEY
003820                 GO TO EX-CERCA-ARCHIVIO
003830         END-READ.
003840         IF DOSSIDX-ARCHIVIATO
003850             MOVE "ARCHIVIATA IN DOSSIER" TO PARC-STATO
003860             MOVE DOSSIDX-DATA-SIGILLO    TO PARC-DATA
003870         END-IF.
003880 EX-CERCA-ARCHIVIO.
003890         EXIT.
003900*
003910 EMETTI-ARCHIVIATA.
003920         MOVE SPACES TO PARC-HTML.
003930         STRING "<tr><td>"         DELIMITED BY SIZE
003940             PRACATAS-PRATICA-ID   DELIMITED BY SIZE
003950             "</td><td>"           DELIMITED BY SIZE
003960             PARC-STATO            DELIMITED BY "  "
003970             "</td><td>"           DELIMITED BY SIZE
003980             "</td><td>"           DELIMITED BY SIZE
003990             PARC-DATA             DELIMITED BY SIZE
004000             "</td><td>SUB "       DELIMITED BY SIZE
004010             PRACATAS-SUBALTERNO   DELIMITED BY SIZE
004020             "</td><td>"           DELIMITED BY SIZE
004030             PRACATAS-INDIRIZZO    DELIMITED BY "  "
004040             "</td></tr>"          DELIMITED BY SIZE
004050             INTO PARC-HTML
004060         END-STRING.
004070         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004080 EX-EMETTI-ARCHIVIATA.
004090         EXIT.
004100*
004110* EMETTI-CODA closes the table and, when a further page exists,
004120* names the PAGINA value that reaches it.
004130*
004140 EMETTI-CODA.
004150         MOVE SPACES TO PARC-HTML.
004160         IF PARC-ALTRI
004170             COMPUTE PARC-PAGINA-DISPLAY = PARC-PAGINA + 1
004180             STRING "</table><p>ALTRI RISULTATI: PAGINA="
004190                     DELIMITED BY SIZE
004200                 PARC-PAGINA-DISPLAY DELIMITED BY SIZE
004210                 "</p></body></html>" DELIMITED BY SIZE
004220                 INTO PARC-HTML
004230             END-STRING
004240         ELSE
004250             MOVE "</table></body></html>" TO PARC-HTML
004260         END-IF.
004270         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004280 EX-EMETTI-CODA.
004290         EXIT.
004300*
004310* EMETTI-AVVISO answers a parcel that fails the format check,
004320* naming the field at fault.
004330*
004340 EMETTI-AVVISO.
004350         MOVE SPACES TO PARC-HTML.
004360         STRING "<tr><td>"     DELIMITED BY SIZE
004370             CATA-MOTIVO       DELIMITED BY "  "
004380             " (INDICARE SEZ, FG, PART E SE SERVE SUB)"
004390                               DELIMITED BY SIZE
004400             "</td></tr>"      DELIMITED BY SIZE
004410             INTO PARC-HTML
004420         END-STRING.
004430         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004440         MOVE "</table></body></html>" TO PARC-HTML.
004450         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004460 EX-EMETTI-AVVISO.
004470         EXIT.
004480*
004490* EMETTI-HTML sends PARC-HTML to the browser, trimmed of its
004500* trailing padding.
004510*
004520 EMETTI-HTML.
004530         MOVE 512 TO PARC-HTML-LEN.
004540         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
004550             UNTIL PARC-HTML-LEN = 1
004560                OR PARC-HTML(PARC-HTML-LEN:1) NOT = SPACE.
004570         MOVE SPACES TO COBW3-PUT-STRING.
004580         MOVE PARC-HTML TO COBW3-PUT-STRING.
004590         MOVE PARC-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
004600         CALL "COBW3SR" USING COBW3.
004610 EX-EMETTI-HTML.
004620         EXIT.
004630*
004640 EMETTI-HTML-TRIM.
004650         SUBTRACT 1 FROM PARC-HTML-LEN.
004660 EX-EMETTI-HTML-TRIM.
004670         EXIT.
004680*
004690         COPY "CATACHK.CBL".
004700*
004710 FINE-PARCELLA.
004720         CONTINUE.
004730 EX-FINE-PARCELLA.
004740         EXIT.
