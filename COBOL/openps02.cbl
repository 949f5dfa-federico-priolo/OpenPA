000240** dentro. Restare nello stesso stato e' sempre ammesso: non e'
000250** una transizione. Ogni scrittore di PRAVIEW-STATO passa di qui,
000260** cosi' una mossa illegittima viene rifiutata in un posto solo.
000262** La chiusura di una pratica accolta o respinta (da AC o RE a
000264** CH) attende inoltre che il suo provvedimento finale risulti
000266** firmato nel registro dei provvedimenti PRAPROVV.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPS02.
000340 FILE-CONTROL.

000350         COPY "SELTAB.CBL".
000355         COPY "SELPROVV.CBL".

000360 DATA             DIVISION.
000370 FILE SECTION.

000380         COPY "FDETAB.CBL".
000385         COPY "FDEPROVV.CBL".

000390 WORKING-STORAGE  SECTION.

000560 77  TRN-HA-RIGHE-W-SW             PIC X(01).
000570     88  TRN-HA-RIGHE-W                VALUE "S".
000580     88  TRN-SENZA-RIGHE-W             VALUE "N".
000582 77  TRN-FIRMA-SW                  PIC X(01).
000583     88  TRN-ATTO-FIRMATO              VALUE "S".
000584     88  TRN-ATTO-NON-FIRMATO          VALUE "N".
000586 77  TRN-EOF-SW                    PIC X(01).
000587     88  TRN-EOF                       VALUE "S".
000588     88  TRN-NOT-EOF                   VALUE "N".
000590*
000600 LINKAGE SECTION.

000830             GO TO EX-CONTROLLA-MOSSA
000840         END-IF.

000842         IF (TRN-OLD-STATO = "AC" OR TRN-OLD-STATO = "RE")
000843             AND TRN-NEW-STATO = "CH"
000844             PERFORM CONTROLLA-PROVVEDIMENTO
000845                 THRU EX-CONTROLLA-PROVVEDIMENTO
000846             IF TRN-ATTO-NON-FIRMATO
000847                 GO TO EX-CONTROLLA-MOSSA
000848             END-IF
000849         END-IF.

000850         MOVE SPACES TO TRN-MOSSA.
000860         STRING TRN-OLD-STATO DELIMITED BY SIZE
000870             TRN-NEW-STATO    DELIMITED BY SIZE
001530         END-IF.
001540 EX-CONTROLLA-DEFAULT-RIGA.
001550         EXIT.
001560*
001570* CONTROLLA-PROVVEDIMENTO dice se la pratica che passa da AC o
001580* RE a CH ha fra i suoi atti in PRAPROVV un provvedimento
001590* finale firmato (o gia' notificato). Senza registro, senza
001600* atto o senza pratica indicata la risposta e' non firmato.
001610*
001620 CONTROLLA-PROVVEDIMENTO.
001630         SET TRN-ATTO-NON-FIRMATO TO TRUE.
001640         IF TRN-PRATICA-ID = SPACES
001650             GO TO EX-CONTROLLA-PROVVEDIMENTO
001660         END-IF.
001670         OPEN INPUT PRAPROVV.
001680         IF STATUS-PRAPROVV NOT = "00"
001690             GO TO EX-CONTROLLA-PROVVEDIMENTO
001700         END-IF.
001710         SET TRN-NOT-EOF TO TRUE.
001720         MOVE TRN-COMUNE-CODE TO PRAPROVV-PR-COMUNE.
001730         MOVE TRN-PRATICA-ID  TO PRAPROVV-PRATICA-ID.
001740         START PRAPROVV KEY IS EQUAL TO PRAPROVV-PRATICA-KEY
001750             INVALID KEY
001760                 SET TRN-EOF TO TRUE
001770         END-START.
001780         PERFORM CONTROLLA-ATTO THRU EX-CONTROLLA-ATTO
001790             UNTIL TRN-EOF
001800                OR TRN-ATTO-FIRMATO.
001810         CLOSE PRAPROVV.
001820 EX-CONTROLLA-PROVVEDIMENTO.
001830         EXIT.
001840*
001850 CONTROLLA-ATTO.
001860         READ PRAPROVV NEXT RECORD
001870             AT END
001880                 SET TRN-EOF TO TRUE
001890                 GO TO EX-CONTROLLA-ATTO
001900         END-READ.
001910         IF PRAPROVV-PR-COMUNE NOT = TRN-COMUNE-CODE
001920             OR PRAPROVV-PRATICA-ID NOT = TRN-PRATICA-ID
001930             SET TRN-EOF TO TRUE
001940             GO TO EX-CONTROLLA-ATTO
001950         END-IF.
001960         IF PRAPROVV-SOTTOSCRITTO
001970             SET TRN-ATTO-FIRMATO TO TRUE
001980         END-IF.
001990 EX-CONTROLLA-ATTO.
002000         EXIT.
