000170* Boston, MA 02110-1301 USA
000180*
000190** sotto-programma di manutenzione PRATAB (TIPO=TABMAN): elenca e
000200** modifica le righe C/T/R/S/W/P del comune con i presidi che il
000210** file utility non ha mai avuto - niente cancellazione di una
000220** categoria "T" ancora referenziata da pratiche aperte, righe
000230** "S" solo per categorie esistenti, righe "W" solo fra stati
000530 77  TABM-CODICE                   PIC X(06).
000540 77  TABM-DESCR                    PIC X(40).
000550 77  TABM-FLAGSIL                  PIC X(01).
000555 77  TABM-FLAGIST                  PIC X(01).
000560 77  TABM-METODO                   PIC X(04).
000570 77  TABM-REMOTE-ADDR              PIC X(15).
000580*
000710 77  TABM-FLAGSIL-PRESENTE-SW      PIC X(01).
000720     88  TABM-FLAGSIL-PRESENTE         VALUE "S".
000730     88  TABM-FLAGSIL-ASSENTE          VALUE "N".
000735 77  TABM-FLAGIST-PRESENTE-SW      PIC X(01).
000736     88  TABM-FLAGIST-PRESENTE         VALUE "S".
000737     88  TABM-FLAGIST-ASSENTE          VALUE "N".
000740 77  TABM-ROW-FOUND-SW             PIC X(01).
000750     88  TABM-ROW-FOUND                VALUE "S".
000760     88  TABM-ROW-NOT-FOUND            VALUE "N".
001810         MOVE SPACES TO TABM-CODICE.
001820         MOVE SPACES TO TABM-DESCR.
001830         MOVE SPACES TO TABM-FLAGSIL.
001835         MOVE SPACES TO TABM-FLAGIST.
001840         SET TABM-VALORE-ASSENTE  TO TRUE.
001850         SET TABM-DESCR-ASSENTE   TO TRUE.
001860         SET TABM-FLAGSIL-ASSENTE TO TRUE.
001865         SET TABM-FLAGIST-ASSENTE TO TRUE.

001870         MOVE SPACES           TO COBW3-SEARCH-DATA.
001880         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
002370             MOVE COBW3-GET-DATA(1:1) TO TABM-FLAGSIL
002380             SET TABM-FLAGSIL-PRESENTE TO TRUE
002390         END-IF.

002391         MOVE SPACES           TO COBW3-SEARCH-DATA.
002392         MOVE "FLAGIST"        TO COBW3-SEARCH-DATA(1:7).
002393         MOVE 7                TO COBW3-SEARCH-LENGTH.
002394         SET COBW3-NUMBER-INIT TO TRUE.
002395         CALL "COBW3SR" USING COBW3.
002396         IF COBW3-SEARCH-FLAG-EXIST
002397             MOVE COBW3-GET-DATA(1:1) TO TABM-FLAGIST
002398             SET TABM-FLAGIST-PRESENTE TO TRUE
002399         END-IF.
002400 EX-LEGGI-PARAMETRI.
002410         EXIT.
002420*
002630 VALIDA-RIGA.
002640         IF TABM-RIGA NOT = "C" AND TABM-RIGA NOT = "T"
002650             AND TABM-RIGA NOT = "R" AND TABM-RIGA NOT = "S"
002660             AND TABM-RIGA NOT = "W" AND TABM-RIGA NOT = "P"
002670             MOVE "<tr><td>TIPO RIGA NON AMMESSO</td></tr>"
002680                 TO TABM-HTML
002690             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003470* A parameter the request did not carry keeps what the row
003480* already holds: correcting only the tariffa's VALORE must not
003490* blank the descrizione or quietly drop a FLAG-SILENZIO the
003500* auto-closure run keys on, or the FLAG-ISTAT the quarterly
003505* ISTAT survey selects its categorie by.
003510*
003520         MOVE TABM-COMUNE-CODE TO PRATAB-COMUNE-CODE.
003530         MOVE TABM-RIGA        TO PRATAB-TIPO-RIGA.
003730                 MOVE SPACES TO PRATAB-FLAG-SILENZIO
003740             END-IF
003750         END-IF.
003751         IF TABM-FLAGIST-PRESENTE
003752             MOVE TABM-FLAGIST TO PRATAB-FLAG-ISTAT
003753         ELSE
003754             IF TABM-ROW-NOT-FOUND
003755                 MOVE SPACES TO PRATAB-FLAG-ISTAT
003756             END-IF
003757         END-IF.
003760         IF TABM-ROW-FOUND
003770             REWRITE PRATAB-RECORD
003780         ELSE
003950             TABM-VALORE-DISPLAY      DELIMITED BY SIZE
003960             " "                      DELIMITED BY SIZE
003970             PRATAB-FLAG-SILENZIO     DELIMITED BY SIZE
003971             PRATAB-FLAG-ISTAT        DELIMITED BY SIZE
003980             INTO TABM-PRIMA
003990         END-STRING.
004000 EX-FOTOGRAFA-PRIMA.
004080             TABM-VALORE-DISPLAY      DELIMITED BY SIZE
004090             " "                      DELIMITED BY SIZE
004100             PRATAB-FLAG-SILENZIO     DELIMITED BY SIZE
004101             PRATAB-FLAG-ISTAT        DELIMITED BY SIZE
004110             INTO TABM-DOPO
004120         END-STRING.
004130 EX-FOTOGRAFA-DOPO.
005830             TABM-VALORE-DISPLAY   DELIMITED BY SIZE
005840             "</td><td>"           DELIMITED BY SIZE
005850             PRATAB-FLAG-SILENZIO  DELIMITED BY SIZE
005851             "</td><td>"           DELIMITED BY SIZE
005852             PRATAB-FLAG-ISTAT     DELIMITED BY SIZE
005860             "</td></tr>"          DELIMITED BY SIZE
005870             INTO TABM-HTML
005880         END-STRING.
