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
000190** sotto-programma dei legami fra pratiche (TIPO=LEGAMI): con
000200** COLLEGA l'operatore lega una pratica (PRATICA_ID) alla pratica
000210** che essa segue (PADRE) come VARIANTE, PROROGA, VOLTURA o
000220** SANATORIA. Il padre deve esistere nello stesso comune e stare
000230** in uno stato che LINKTAB ammette per quel legame; la figlia
000240** non deve essere conclusa ne' gia' legata, e il legame non puo'
000250** chiudere un giro nella famiglia. Con SCOLLEGA il responsabile
000260** toglie un legame sbagliato. Senza azione la pagina mostra
000270** l'albero della famiglia ricostruito dal servizio OPENPS06,
000280** agli operatori soltanto come CERCA e TROVA.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENPA17.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340         COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.

000370         COPY "SELVIEW.CBL".
000380         COPY "SELLINK.CBL".

000390 DATA             DIVISION.
000400 FILE SECTION.

000410         COPY "FDEVIEW.CBL".
000420         COPY "FDELINK.CBL".

000430 WORKING-STORAGE  SECTION.

000440         COPY "GLOBALS.CBL".
000450         COPY "AUTHCHK.CBL".
000460         COPY "LINKTAB.CBL".
000470         COPY "FAMCHK.CBL".
000480*
000490 77  LEG-COMUNE-CODE               PIC X(06).
000500 77  LEG-PRATICA-ID                PIC X(10).
000510 77  LEG-PADRE-ID                  PIC X(10).
000520 77  LEG-AZIONE                    PIC X(08).
000530     88  LEG-AZIONE-COLLEGA            VALUE "COLLEGA".
000540     88  LEG-AZIONE-SCOLLEGA           VALUE "SCOLLEGA".
000550 77  LEG-LEGAME                    PIC X(10).
000560 77  LEG-METODO                    PIC X(04).
000570 77  LEG-TODAY-DATE                PIC 9(08).
000580*
000590* The LINKTAB row the legame matched, and the states of the two
000600* pratiche as PRAVIEW holds them.
000610*
000620 77  LEG-TAB-POS                   PIC 9(03) COMP-5.
000630 77  LEG-STATO-FIGLIA              PIC X(02).
000640 77  LEG-STATO-PADRE               PIC X(02).
000650 77  LEG-AMMESSO-SW                PIC X(01).
000660     88  LEG-AMMESSO                   VALUE "S".
000670     88  LEG-NON-AMMESSO               VALUE "N".
000680 77  LEG-GIRO-SW                   PIC X(01).
000690     88  LEG-GIRO                      VALUE "S".
000700     88  LEG-NO-GIRO                   VALUE "N".
000710 77  LEG-IX                        PIC 9(02) COMP-5.
000720 77  LEG-STATO-IX                  PIC 9(02) COMP-5.
000730 77  LEG-NOME-LEGAME               PIC X(12).
000740 77  LEG-STATO-DESCR               PIC X(12).
000750 77  LEG-RIENTRO                   PIC X(40).
000760 77  LEG-RIENTRO-LEN               PIC 9(02) COMP-5.
000770 77  LEG-HTML                      PIC X(512).
000780 77  LEG-HTML-LEN                  PIC 9(04) COMP-5.
000790*
000800 LINKAGE SECTION.

000810         COPY "COBW3.CBL".
000820*
000830 PROCEDURE  DIVISION USING COBW3.
000840*
000850         PERFORM INIZIO-LEGAMI    THRU EX-INIZIO-LEGAMI.
000860         PERFORM LEGGI-PARAMETRI  THRU EX-LEGGI-PARAMETRI.

000870         EVALUATE TRUE
000880             WHEN LEG-PRATICA-ID = SPACES
000890                 PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
000900             WHEN LEG-AZIONE-COLLEGA
000910                 PERFORM COLLEGA-PRATICA
000920                     THRU EX-COLLEGA-PRATICA
000930             WHEN LEG-AZIONE-SCOLLEGA
000940                 PERFORM SCOLLEGA-PRATICA
000950                     THRU EX-SCOLLEGA-PRATICA
000960             WHEN OTHER
000970                 PERFORM CHECK-RUOLO THRU EX-CHECK-RUOLO
000980                 IF COBW3-STATUS-CODE-200
000990                     PERFORM MOSTRA-FAMIGLIA
001000                         THRU EX-MOSTRA-FAMIGLIA
001010                 END-IF
001020         END-EVALUATE.

001030         PERFORM FINE-LEGAMI      THRU EX-FINE-LEGAMI.

001040         GOBACK.
001050*
001060 INIZIO-LEGAMI.
001070         SET COBW3-STATUS-CODE-200 TO TRUE.
001080         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001090         ACCEPT LEG-TODAY-DATE FROM DATE YYYYMMDD.
001100         IF COBW3-SESSION-COMUNE-CODE = SPACES
001110             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001120             MOVE GLB-DEFLT-COMUNE TO LEG-COMUNE-CODE
001130         ELSE
001140             MOVE COBW3-SESSION-COMUNE-CODE
001150                 TO LEG-COMUNE-CODE
001160         END-IF.

001170         MOVE SPACES TO LEG-HTML.
001180         STRING "<html><body><h1>LEGAMI FRA PRATICHE COMUNE "
001190                 DELIMITED BY SIZE
001200             LEG-COMUNE-CODE   DELIMITED BY SIZE
001210             "</h1><table>"    DELIMITED BY SIZE
001220             INTO LEG-HTML
001230         END-STRING.
001240         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001250 EX-INIZIO-LEGAMI.
001260         EXIT.
001270*
001280 LEGGI-PARAMETRI.
001290         MOVE SPACES TO LEG-PRATICA-ID.
001300         MOVE SPACES TO LEG-PADRE-ID.
001310         MOVE SPACES TO LEG-AZIONE.
001320         MOVE SPACES TO LEG-LEGAME.

001330         MOVE SPACES           TO COBW3-SEARCH-DATA.
001340         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
001350         MOVE 10               TO COBW3-SEARCH-LENGTH.
001360         SET COBW3-NUMBER-INIT TO TRUE.
001370         CALL "COBW3SR" USING COBW3.
001380         IF COBW3-SEARCH-FLAG-EXIST
001390             MOVE COBW3-GET-DATA(1:10) TO LEG-PRATICA-ID
001400         END-IF.

001410         MOVE SPACES           TO COBW3-SEARCH-DATA.
001420         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
001430         MOVE 6                TO COBW3-SEARCH-LENGTH.
001440         SET COBW3-NUMBER-INIT TO TRUE.
001450         CALL "COBW3SR" USING COBW3.
001460         IF COBW3-SEARCH-FLAG-EXIST
001470             MOVE COBW3-GET-DATA(1:8) TO LEG-AZIONE
001480         END-IF.

001490         MOVE SPACES           TO COBW3-SEARCH-DATA.
001500         MOVE "PADRE"          TO COBW3-SEARCH-DATA(1:5).
001510         MOVE 5                TO COBW3-SEARCH-LENGTH.
001520         SET COBW3-NUMBER-INIT TO TRUE.
001530         CALL "COBW3SR" USING COBW3.
001540         IF COBW3-SEARCH-FLAG-EXIST
001550             MOVE COBW3-GET-DATA(1:10) TO LEG-PADRE-ID
001560         END-IF.

001570         MOVE SPACES           TO COBW3-SEARCH-DATA.
001580         MOVE "LEGAME"         TO COBW3-SEARCH-DATA(1:6).
001590         MOVE 6                TO COBW3-SEARCH-LENGTH.
001600         SET COBW3-NUMBER-INIT TO TRUE.
001610         CALL "COBW3SR" USING COBW3.
001620         IF COBW3-SEARCH-FLAG-EXIST
001630             MOVE COBW3-GET-DATA(1:10) TO LEG-LEGAME
001640         END-IF.
001650 EX-LEGGI-PARAMETRI.
001660         EXIT.
001670*
001680* CHECK-VERIFICATO refuses a state-changing azione arriving on a
001690* GET or without a started session, and holds the legami to
001700* the operatori.
001710*
001720 CHECK-VERIFICATO.
001730         SET COBW3-REQUEST-METHOD TO TRUE.
001740         CALL "COBW3SR" USING COBW3.
001750         MOVE COBW3-REQUEST-INFO(1:4) TO LEG-METODO.
001760         IF LEG-METODO = "GET "
001770             OR NOT COBW3-SESSION-STATUS-STARTED
001780             SET COBW3-STATUS-CODE-403 TO TRUE
001790             GO TO EX-CHECK-VERIFICATO
001800         END-IF.

001810         MOVE LEG-COMUNE-CODE TO AUTH-COMUNE-CODE.
001820         MOVE COBW3-USERID    TO AUTH-USERID.
001830         CALL "OPENPS03" USING AUTHCHK-AREA.
001840         IF NOT AUTH-RUOLO-OPERATORE
001850             SET COBW3-STATUS-CODE-403 TO TRUE
001860         END-IF.
001870 EX-CHECK-VERIFICATO.
001880         EXIT.
001890*
001900* CHECK-RUOLO holds the family page to the clerks: the tree
001910* names other richiedenti's pratiche, as CERCA's rows do.
001920*
001930 CHECK-RUOLO.
001940         MOVE LEG-COMUNE-CODE TO AUTH-COMUNE-CODE.
001950         MOVE COBW3-USERID    TO AUTH-USERID.
001960         CALL "OPENPS03" USING AUTHCHK-AREA.
001970         IF AUTH-RUOLO-CITTADINO
001980             SET COBW3-STATUS-CODE-403 TO TRUE
001990         END-IF.
002000 EX-CHECK-RUOLO.
002010         EXIT.
002020*
002030* COLLEGA-PRATICA records that PRATICA_ID follows PADRE. Every
002040* check is made before PRALINK is touched, so a refused legame
002050* leaves nothing behind.
002060*
002070 COLLEGA-PRATICA.
002080         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
002090         IF NOT COBW3-STATUS-CODE-200
002100             GO TO EX-COLLEGA-PRATICA
002110         END-IF.
002120         IF LEG-PADRE-ID = SPACES
002130             OR LEG-PADRE-ID = LEG-PRATICA-ID
002140             MOVE "<tr><td>PADRE NON VALIDO</td></tr>" TO LEG-HTML
002150             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002160             GO TO EX-COLLEGA-PRATICA
002170         END-IF.

002180         SET LINKTAB-NOT-FOUND TO TRUE.
002190         PERFORM CERCA-LEGAME THRU EX-CERCA-LEGAME
002200             VARYING LINKTAB-IX FROM 1 BY 1
002210             UNTIL LINKTAB-IX > LINKTAB-COUNT
002220                OR LINKTAB-FOUND.
002230         IF LINKTAB-NOT-FOUND
002240             MOVE "<tr><td>LEGAME NON VALIDO</td></tr>"
002250                 TO LEG-HTML
002260             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002270             GO TO EX-COLLEGA-PRATICA
002280         END-IF.

002290         PERFORM LEGGI-PRATICHE THRU EX-LEGGI-PRATICHE.
002300         IF NOT COBW3-STATUS-CODE-200
002310             GO TO EX-COLLEGA-PRATICA
002320         END-IF.
002330         IF LEG-STATO-FIGLIA = "CH"
002340             OR LEG-STATO-FIGLIA = "AC"
002350             OR LEG-STATO-FIGLIA = "RE"
002360             MOVE "<tr><td>PRATICA CONCLUSA</td></tr>" TO LEG-HTML
002370             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002380             GO TO EX-COLLEGA-PRATICA
002390         END-IF.

002400         SET LEG-NON-AMMESSO TO TRUE.
002410         PERFORM CONTROLLA-STATO-PADRE
002420             THRU EX-CONTROLLA-STATO-PADRE
002430             VARYING LEG-STATO-IX FROM 1 BY 1
002440             UNTIL LEG-STATO-IX > 4
002450                OR LEG-AMMESSO.
002460         IF LEG-NON-AMMESSO
002470             MOVE SPACES TO LEG-HTML
002480             STRING "<tr><td>STATO DEL PADRE NON AMMESSO: "
002490                     DELIMITED BY SIZE
002500                 LEG-STATO-PADRE    DELIMITED BY SIZE
002510                 "</td></tr>"       DELIMITED BY SIZE
002520                 INTO LEG-HTML
002530             END-STRING
002540             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002550             GO TO EX-COLLEGA-PRATICA
002560         END-IF.
002570*
002580* The figlia has no padre yet, so it heads its own branch: the
002590* legame would close a loop exactly when that branch already
002600* holds the padre, that is when the figlia turns up in the
002610* padre's family.
002620*
002630         MOVE LEG-COMUNE-CODE TO FAM-COMUNE-CODE.
002640         MOVE LEG-PADRE-ID    TO FAM-PRATICA-ID.
002650         SET FAM-MODO-ALBERO TO TRUE.
002660         CALL "OPENPS06" USING FAMCHK-AREA.
002670         SET LEG-NO-GIRO TO TRUE.
002680         PERFORM CERCA-GIRO THRU EX-CERCA-GIRO
002690             VARYING LEG-IX FROM 1 BY 1
002700             UNTIL LEG-IX > FAM-COUNT
002710                OR LEG-GIRO.
002720         IF LEG-GIRO
002730             MOVE "<tr><td>LEGAME CIRCOLARE</td></tr>" TO LEG-HTML
002740             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002750             GO TO EX-COLLEGA-PRATICA
002760         END-IF.

002770         PERFORM APRI-PRALINK THRU EX-APRI-PRALINK.
002780         IF NOT COBW3-STATUS-CODE-200
002790             GO TO EX-COLLEGA-PRATICA
002800         END-IF.
002810         MOVE LEG-COMUNE-CODE TO PRALINK-COMUNE-CODE.
002820         MOVE LEG-PRATICA-ID  TO PRALINK-FIGLIA-ID.
002830         READ PRALINK
002840             INVALID KEY
002850                 CONTINUE
002860             NOT INVALID KEY
002870                 CLOSE PRALINK
002880                 MOVE "<tr><td>PRATICA GIA COLLEGATA</td></tr>"
002890                     TO LEG-HTML
002900                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
002910                 GO TO EX-COLLEGA-PRATICA
002920         END-READ.

002930         MOVE SPACES                  TO PRALINK-RECORD.
002940         MOVE LEG-COMUNE-CODE         TO PRALINK-COMUNE-CODE.
002950         MOVE LEG-PRATICA-ID          TO PRALINK-FIGLIA-ID.
002960         MOVE LEG-COMUNE-CODE         TO PRALINK-PADRE-COMUNE.
002970         MOVE LEG-PADRE-ID            TO PRALINK-PADRE-ID.
002980         MOVE LINKTAB-CODICE(LEG-TAB-POS) TO PRALINK-LEGAME.
002990         MOVE LEG-TODAY-DATE          TO PRALINK-DATA-LEGAME.
003000         MOVE COBW3-USERID(1:30)      TO PRALINK-OPERATORE.
003010         WRITE PRALINK-RECORD
003020             INVALID KEY
003030                 SET COBW3-STATUS-CODE-500 TO TRUE
003040         END-WRITE.
003050         CLOSE PRALINK.
003060         IF NOT COBW3-STATUS-CODE-200
003070             GO TO EX-COLLEGA-PRATICA
003080         END-IF.

003090         MOVE SPACES TO LEG-HTML.
003100         STRING "<tr><td>PRATICA "     DELIMITED BY SIZE
003110             LEG-PRATICA-ID            DELIMITED BY SPACE
003120             " COLLEGATA A "           DELIMITED BY SIZE
003130             LEG-PADRE-ID              DELIMITED BY SPACE
003140             " COME "                  DELIMITED BY SIZE
003150             LINKTAB-NOME(LEG-TAB-POS) DELIMITED BY SPACE
003160             "</td></tr>"              DELIMITED BY SIZE
003170             INTO LEG-HTML
003180         END-STRING.
003190         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003200 EX-COLLEGA-PRATICA.
003210         EXIT.
003220*
003230 CERCA-LEGAME.
003240         IF LINKTAB-NOME(LINKTAB-IX) = LEG-LEGAME
003250             SET LEG-TAB-POS TO LINKTAB-IX
003260             SET LINKTAB-FOUND TO TRUE
003270         END-IF.
003280 EX-CERCA-LEGAME.
003290         EXIT.
003300*
003310 CONTROLLA-STATO-PADRE.
003320         IF LINKTAB-STATO-PADRE(LEG-TAB-POS, LEG-STATO-IX)
003330                 NOT = SPACES
003340             AND LINKTAB-STATO-PADRE(LEG-TAB-POS, LEG-STATO-IX)
003350                 = LEG-STATO-PADRE
003360             SET LEG-AMMESSO TO TRUE
003370         END-IF.
003380 EX-CONTROLLA-STATO-PADRE.
003390         EXIT.
003400*
003410 CERCA-GIRO.
003420         IF FAM-M-PRATICA-ID(LEG-IX) = LEG-PRATICA-ID
003430             SET LEG-GIRO TO TRUE
003440         END-IF.
003450 EX-CERCA-GIRO.
003460         EXIT.
003470*
003480* LEGGI-PRATICHE fetches both pratiche from the session's comune;
003490* a padre of another comune is simply not found there.
003500*
003510 LEGGI-PRATICHE.
003520         OPEN INPUT PRAVIEW.
003530         IF STATUS-PRAVIEW NOT = "00"
003540             SET COBW3-STATUS-CODE-500 TO TRUE
003550             GO TO EX-LEGGI-PRATICHE
003560         END-IF.
003570         MOVE LEG-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003580         MOVE LEG-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
003590         READ PRAVIEW
003600             INVALID KEY
003610                 CLOSE PRAVIEW
003620                 SET COBW3-STATUS-CODE-404 TO TRUE
003630                 GO TO EX-LEGGI-PRATICHE
003640         END-READ.
003650         MOVE PRAVIEW-STATO TO LEG-STATO-FIGLIA.

003660         MOVE LEG-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003670         MOVE LEG-PADRE-ID    TO PRAVIEW-PRATICA-ID.
003680         READ PRAVIEW
003690             INVALID KEY
003700                 CLOSE PRAVIEW
003710                 MOVE "<tr><td>PADRE NON TROVATO</td></tr>"
003720                     TO LEG-HTML
003730                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003740                 SET COBW3-STATUS-CODE-404 TO TRUE
003750                 GO TO EX-LEGGI-PRATICHE
003760         END-READ.
003770         MOVE PRAVIEW-STATO TO LEG-STATO-PADRE.
003780         CLOSE PRAVIEW.
003790 EX-LEGGI-PRATICHE.
003800         EXIT.
003810*
003820* APRI-PRALINK opens the legami for update, creating the file
003830* the first time any comune links two pratiche.
003840*
003850 APRI-PRALINK.
003860         OPEN I-O PRALINK.
003870         IF STATUS-PRALINK = "35"
003880             OPEN OUTPUT PRALINK
003890             CLOSE PRALINK
003900             OPEN I-O PRALINK
003910         END-IF.
003920         IF STATUS-PRALINK NOT = "00"
003930             SET COBW3-STATUS-CODE-500 TO TRUE
003940         END-IF.
003950 EX-APRI-PRALINK.
003960         EXIT.
003970*
003980* SCOLLEGA-PRATICA takes a wrong legame off the figlia; only a
003990* responsabile or admin may, since the family gates archiving
004000* and erasure.
004010*
004020 SCOLLEGA-PRATICA.
004030         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
004040         IF NOT COBW3-STATUS-CODE-200
004050             GO TO EX-SCOLLEGA-PRATICA
004060         END-IF.
004070         IF NOT AUTH-RUOLO-RESPONSABILE
004080             AND NOT AUTH-RUOLO-ADMIN
004090             MOVE "<tr><td>RISERVATO AL RESPONSABILE</td></tr>"
004100                 TO LEG-HTML
004110             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004120             SET COBW3-STATUS-CODE-403 TO TRUE
004130             GO TO EX-SCOLLEGA-PRATICA
004140         END-IF.

004150         PERFORM APRI-PRALINK THRU EX-APRI-PRALINK.
004160         IF NOT COBW3-STATUS-CODE-200
004170             GO TO EX-SCOLLEGA-PRATICA
004180         END-IF.
004190         MOVE LEG-COMUNE-CODE TO PRALINK-COMUNE-CODE.
004200         MOVE LEG-PRATICA-ID  TO PRALINK-FIGLIA-ID.
004210         READ PRALINK
004220             INVALID KEY
004230                 CLOSE PRALINK
004240                 MOVE "<tr><td>NESSUN LEGAME</td></tr>"
004250                     TO LEG-HTML
004260                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004270                 GO TO EX-SCOLLEGA-PRATICA
004280         END-READ.
004290         DELETE PRALINK RECORD
004300             INVALID KEY
004310                 SET COBW3-STATUS-CODE-500 TO TRUE
004320         END-DELETE.
004330         CLOSE PRALINK.
004340         IF COBW3-STATUS-CODE-200
004350             MOVE "<tr><td>LEGAME RIMOSSO</td></tr>" TO LEG-HTML
004360             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004370         END-IF.
004380 EX-SCOLLEGA-PRATICA.
004390         EXIT.
004400*
004410* MOSTRA-FAMIGLIA lists the tree from the capostipite down, each
004420* member indented by its generation; a member sealed by OPENPJ18
004430* is shown as archived, its data being in the dossier.
004440*
004450 MOSTRA-FAMIGLIA.
004460         MOVE LEG-COMUNE-CODE TO FAM-COMUNE-CODE.
004470         MOVE LEG-PRATICA-ID  TO FAM-PRATICA-ID.
004480         SET FAM-MODO-STATI TO TRUE.
004490         CALL "OPENPS06" USING FAMCHK-AREA.
004500         IF FAM-ESITO-ERRORE
004510             SET COBW3-STATUS-CODE-500 TO TRUE
004520             GO TO EX-MOSTRA-FAMIGLIA
004530         END-IF.
004540         IF FAM-COUNT = 1
004550             MOVE "<tr><td>NESSUNA PRATICA COLLEGATA</td></tr>"
004560                 TO LEG-HTML
004570             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004580             GO TO EX-MOSTRA-FAMIGLIA
004590         END-IF.
004600         PERFORM MOSTRA-MEMBRO THRU EX-MOSTRA-MEMBRO
004610             VARYING LEG-IX FROM 1 BY 1
004620             UNTIL LEG-IX > FAM-COUNT.
004630         IF FAM-OLTRE-CAP > 0
004640             MOVE "<tr><td>FAMIGLIA TRONCATA</td></tr>"
004650                 TO LEG-HTML
004660             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004670         END-IF.
004680 EX-MOSTRA-FAMIGLIA.
004690         EXIT.
004700*
004710 MOSTRA-MEMBRO.
004720         PERFORM DESCRIVI-MEMBRO THRU EX-DESCRIVI-MEMBRO.
004730         MOVE SPACES TO LEG-HTML.
004740         STRING "<tr><td>"              DELIMITED BY SIZE
004750             LEG-RIENTRO(1:LEG-RIENTRO-LEN) DELIMITED BY SIZE
004760             FAM-M-PRATICA-ID(LEG-IX)   DELIMITED BY SPACE
004770             "</td><td>"                DELIMITED BY SIZE
004780             LEG-NOME-LEGAME            DELIMITED BY "  "
004790             "</td><td>"                DELIMITED BY SIZE
004800             LEG-STATO-DESCR            DELIMITED BY "  "
004810             "</td></tr>"               DELIMITED BY SIZE
004820             INTO LEG-HTML
004830         END-STRING.
004840         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004850 EX-MOSTRA-MEMBRO.
004860         EXIT.
004870*
004880* DESCRIVI-MEMBRO names the member's legame and state and builds
004890* the indentation, two dots per generation (at most ten).
004900*
004910 DESCRIVI-MEMBRO.
004920         MOVE "CAPOSTIPITE" TO LEG-NOME-LEGAME.
004930         IF FAM-M-LIVELLO(LEG-IX) > 0
004940             MOVE FAM-M-LEGAME(LEG-IX) TO LEG-NOME-LEGAME
004950             PERFORM NOME-LEGAME THRU EX-NOME-LEGAME
004960                 VARYING LINKTAB-IX FROM 1 BY 1
004970                 UNTIL LINKTAB-IX > LINKTAB-COUNT
004980         END-IF.
004990         IF FAM-M-FUORI-LINEA(LEG-IX)
005000             MOVE "ARCHIVIATA"          TO LEG-STATO-DESCR
005010         ELSE
005020             MOVE FAM-M-STATO(LEG-IX)   TO LEG-STATO-DESCR
005030         END-IF.
005040         MOVE ALL "." TO LEG-RIENTRO.
005050         IF FAM-M-LIVELLO(LEG-IX) > 10
005060             MOVE 20 TO LEG-RIENTRO-LEN
005070         ELSE
005080             COMPUTE LEG-RIENTRO-LEN = FAM-M-LIVELLO(LEG-IX) * 2
005090         END-IF.
005100         IF LEG-RIENTRO-LEN = 0
005110             MOVE 1 TO LEG-RIENTRO-LEN
005120             MOVE SPACE TO LEG-RIENTRO(1:1)
005130         END-IF.
005140 EX-DESCRIVI-MEMBRO.
005150         EXIT.
005160*
005170 NOME-LEGAME.
005180         IF LINKTAB-CODICE(LINKTAB-IX) = FAM-M-LEGAME(LEG-IX)
005190             MOVE LINKTAB-NOME(LINKTAB-IX) TO LEG-NOME-LEGAME
005200         END-IF.
005210 EX-NOME-LEGAME.
005220         EXIT.
005230*
005240 EMETTI-AVVISO.
005250         MOVE "<tr><td>INDICARE PRATICA_ID</td></tr>"
005260             TO LEG-HTML.
005270         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
005280 EX-EMETTI-AVVISO.
005290         EXIT.
005300*
005310* EMETTI-HTML sends LEG-HTML to the browser, trimmed of its
005320* trailing padding, the way OPENPA03's twin does.
005330*
005340 EMETTI-HTML.
005350         MOVE 512 TO LEG-HTML-LEN.
005360         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
005370             UNTIL LEG-HTML-LEN = 1
005380                OR LEG-HTML(LEG-HTML-LEN:1) NOT = SPACE.
005390         MOVE SPACES TO COBW3-PUT-STRING.
005400         MOVE LEG-HTML TO COBW3-PUT-STRING.
005410         MOVE LEG-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
005420         CALL "COBW3SR" USING COBW3.
005430 EX-EMETTI-HTML.
005440         EXIT.
005450*
005460 EMETTI-HTML-TRIM.
005470         SUBTRACT 1 FROM LEG-HTML-LEN.
005480 EX-EMETTI-HTML-TRIM.
005490         EXIT.
005500*
005510 FINE-LEGAMI.
005520         MOVE "</table></body></html>" TO LEG-HTML.
005530         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
005540 EX-FINE-LEGAMI.
005550         EXIT.
