000270** modo "RIPRISTINA comune pratica" riporta in linea un dossier
000280** quando un contenzioso riapre la pratica, riverificando il
000290** checksum riga per riga.
000292** Una pratica con documenti si sigilla solo dopo che il suo
000294** pacchetto di versamento (OPENPJ27) risulta accettato dal
000296** conservatore in PRACONS.
000297** Una famiglia di pratiche (PRALINK, servizio OPENPS06) si
000298** sigilla solo a famiglia conclusa: finche' un componente e'
000299** aperto, nessun altro componente viene archiviato.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENPJ18.
000470         COPY "SELDOSS.CBL".
000480         COPY "SELDOSSI.CBL".
000490         COPY "SELCONFIG.CBL".
000495         COPY "SELCONS.CBL".

000500         COPY "SELRUNLG.CBL".

000620         COPY "FDEDOSS.CBL".
000630         COPY "FDEDOSSI.CBL".
000640         COPY "FDECONFIG.CBL".
000645         COPY "FDECONS.CBL".

000650         COPY "FDERUNLG.CBL".

000670         COPY "GLOBALS.CBL".
000680         COPY "FILEHWS.CBL".
000690         COPY "RUNLGWS.CBL".
000695         COPY "FAMCHK.CBL".
000700*
000710 77  DOCFILE-PATH                  PIC X(128).
000720 77  DOSSIER-PATH                  PIC X(64).
000880 77  OPJ-RETEN-GIORNI              PIC 9(05) COMP-5 VALUE 730.
000890 77  OPJ-BYTE-IX                   PIC 9(04) COMP-5.
000900 77  OPJ-CHECKSUM                  PIC 9(15) COMP-5.
000901 77  OPJ-CHECKSUM-LIBERATI         PIC 9(15) COMP-5.
000910 77  OPJ-DOC-APERTO-SW             PIC X(01).
000920     88  OPJ-DOC-APERTO                VALUE "S".
000930     88  OPJ-DOC-CHIUSO                VALUE "N".
000960 77  OPJ-HIST-TENUTE               PIC 9(09) COMP-5 VALUE 0.
000970 77  OPJ-RIPRISTINATE              PIC 9(07) COMP-5 VALUE 0.
000980 77  OPJ-TENUTE-RIPRISTINO         PIC 9(07) COMP-5 VALUE 0.
000981 77  OPJ-NON-CONSERVATE            PIC 9(07) COMP-5 VALUE 0.
000982 77  OPJ-CONS-APERTO-SW            PIC X(01).
000983     88  OPJ-CONS-APERTO               VALUE "S".
000984     88  OPJ-CONS-CHIUSO               VALUE "N".
000985 77  OPJ-CONSERVATA-SW             PIC X(01).
000986     88  OPJ-CONSERVATA                VALUE "S".
000987     88  OPJ-NON-CONSERVATA            VALUE "N".
000988 77  OPJ-FAMIGLIA-APERTA           PIC 9(07) COMP-5 VALUE 0.
000989 77  OPJ-DOC-LIBERATI              PIC 9(07) COMP-5 VALUE 0.
000990*
001000* Per-dossier tallies, moved to the index row at the seal.
001010*
001150     88  CFG-FOUND                     VALUE "S".
001160     88  CFG-NOT-FOUND                 VALUE "N".
001170 77  CFG-NUM-WORK                  PIC 9(18).
001172*
001173* CONTROLLA-FAMIGLIA working fields.
001174*
001175 77  OPJ-FAM-IX                    PIC 9(02) COMP-5.
001176 77  OPJ-FAM-CHIAVE                PIC X(16).
001177 77  OPJ-FAM-SW                    PIC X(01).
001178     88  OPJ-FAM-APERTA                VALUE "S".
001179     88  OPJ-FAM-CHIUSA                VALUE "N".
001180*
001190 PROCEDURE  DIVISION.
001200*
002030         MOVE "DOSSIDX"      TO FILEH-NAME.
002040         MOVE STATUS-DOSSIDX TO FILEH-STATUS.
002050         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002051*
002052* PRACONS exists once the conservazione has run; until then no
002053* pratica with documents can be sealed.
002054*
002055         OPEN INPUT PRACONS.
002056         SET OPJ-CONS-CHIUSO TO TRUE.
002057         IF STATUS-PRACONS = "00"
002058             SET OPJ-CONS-APERTO TO TRUE
002059         END-IF.

002060         MOVE LOW-VALUES TO PRAVIEW-KEY.
002070         START PRAVIEW KEY IS NOT LESS THAN PRAVIEW-KEY
002170         CLOSE PRAINTEG.
002180         CLOSE PRAREG.
002190         CLOSE DOSSIDX.
002192         IF OPJ-CONS-APERTO
002194             CLOSE PRACONS
002196         END-IF.

002200         IF OPJ-ARCHIVIATE > 0
002210             PERFORM COMPRIMI-PRAHIST
002580         MOVE PRAVIEW-PRATICA-ID  TO DOSSIDX-PRATICA-ID.
002590         READ DOSSIDX
002600             INVALID KEY
002601                 PERFORM CONTROLLA-FAMIGLIA
002602                     THRU EX-CONTROLLA-FAMIGLIA
002603                 IF OPJ-FAM-APERTA
002604                     ADD 1 TO OPJ-FAMIGLIA-APERTA
002605                 ELSE
002606                     PERFORM VERIFICA-CONSERVAZIONE
002607                         THRU EX-VERIFICA-CONSERVAZIONE
002608                     IF OPJ-CONSERVATA
002610                         PERFORM ARCHIVIA-PRATICA
002620                             THRU EX-ARCHIVIA-PRATICA
002622                     ELSE
002624                         ADD 1 TO OPJ-NON-CONSERVATE
002626                     END-IF
002628                 END-IF
002630             NOT INVALID KEY
002640                 IF DOSSIDX-ARCHIVIATO
002650                     PERFORM RIMUOVI-RIGHE
009910             WHEN OPJ-MODO-ARCHIVIA
009920                 DISPLAY "OPENPJ18: archiviate " OPJ-ARCHIVIATE
009930                     " ripristinate tenute " OPJ-TENUTE-RIPRISTINO
009935                     " non conservate " OPJ-NON-CONSERVATE
009937                     " famiglie aperte " OPJ-FAMIGLIA-APERTA
009940                     " righe storico tolte " OPJ-HIST-TOLTE
009950                     " tenute " OPJ-HIST-TENUTE
009960             WHEN OPJ-MODO-RIPRISTINA
010050         COPY "PJCHECK.CBL".

010060         COPY "PJRUNLOG.CBL".
010070*
010080* VERIFICA-CONSERVAZIONE: a pratica with liberato documents is
010090* sealed only once the conservatore has accepted its pacchetto
010100* di versamento, and only if that package still holds all of
010101* them - same count and checksum total as OPENPJ27 recorded; a
010102* document liberated since waits for the next package. One
010103* with none - never any, or only infected or quarantined ones,
010105* which OPENPJ27 leaves out of every package - has nothing to
010110* send and goes through. Sent, rejected or corrected packages
010115* wait.
010120*
010130 VERIFICA-CONSERVAZIONE.
010140         SET OPJ-CONSERVATA TO TRUE.
010150         MOVE LOW-VALUES          TO PRATTACH-KEY.
010160         MOVE PRAVIEW-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
010170         MOVE PRAVIEW-PRATICA-ID  TO PRATTACH-PRATICA-ID.
010180         START PRATTACH KEY IS NOT LESS THAN PRATTACH-KEY
010190             INVALID KEY
010200                 GO TO EX-VERIFICA-CONSERVAZIONE
010210         END-START.
010220         MOVE 0 TO OPJ-DOC-LIBERATI.
010225         MOVE 0 TO OPJ-CHECKSUM-LIBERATI.
010230         SET OPJ-SUB-NOT-EOF TO TRUE.
010240         PERFORM CONTA-LIBERATO THRU EX-CONTA-LIBERATO
010250             UNTIL OPJ-SUB-EOF.
010270         IF OPJ-DOC-LIBERATI = 0
010280             GO TO EX-VERIFICA-CONSERVAZIONE
010290         END-IF.

010300         SET OPJ-NON-CONSERVATA TO TRUE.
010310         IF OPJ-CONS-CHIUSO
010320             GO TO EX-VERIFICA-CONSERVAZIONE
010330         END-IF.
010340         MOVE PRAVIEW-COMUNE-CODE TO PRACONS-COMUNE-CODE.
010350         SET PRACONS-PRATICA      TO TRUE.
010360         MOVE PRAVIEW-PRATICA-ID  TO PRACONS-RIFERIMENTO.
010370         READ PRACONS
010380             INVALID KEY
010390                 GO TO EX-VERIFICA-CONSERVAZIONE
010400         END-READ.
010410         IF PRACONS-ACCETTATO
010411             AND PRACONS-NUM-DOCUMENTI = OPJ-DOC-LIBERATI
010412             AND PRACONS-CHECKSUM = OPJ-CHECKSUM-LIBERATI
010420             SET OPJ-CONSERVATA TO TRUE
010430         END-IF.
010440 EX-VERIFICA-CONSERVAZIONE.
010450         EXIT.
010460*
010470* CONTROLLA-FAMIGLIA holds back a pratica whose family still has
010480* a member open, so a permit is never sealed under a variante
010490* or proroga still running. OPENPS06 gives the tree only; the
010500* states are read here on the PRAVIEW handle the walk holds for
010510* update, and the pratica under examination is read back last
010520* so the record area and the walk position are as they were.
010530* A member no longer on PRAVIEW is sealed already; a family
010540* too large for the service to list whole is held back.
010550*
010560 CONTROLLA-FAMIGLIA.
010570         SET OPJ-FAM-CHIUSA TO TRUE.
010580         MOVE PRAVIEW-COMUNE-CODE TO FAM-COMUNE-CODE.
010590         MOVE PRAVIEW-PRATICA-ID  TO FAM-PRATICA-ID.
010600         SET FAM-MODO-ALBERO TO TRUE.
010610         CALL "OPENPS06" USING FAMCHK-AREA.
010620         IF FAM-COUNT NOT GREATER THAN 1
010630             GO TO EX-CONTROLLA-FAMIGLIA
010640         END-IF.
010650         IF FAM-OLTRE-CAP > 0
010660             SET OPJ-FAM-APERTA TO TRUE
010670             GO TO EX-CONTROLLA-FAMIGLIA
010680         END-IF.
010690         MOVE PRAVIEW-KEY TO OPJ-FAM-CHIAVE.
010700         PERFORM CONTROLLA-MEMBRO THRU EX-CONTROLLA-MEMBRO
010710             VARYING OPJ-FAM-IX FROM 1 BY 1
010720             UNTIL OPJ-FAM-IX > FAM-COUNT
010730                OR OPJ-FAM-APERTA.
010740         MOVE OPJ-FAM-CHIAVE TO PRAVIEW-KEY.
010750         READ PRAVIEW
010760             INVALID KEY
010770                 SET OPJ-FAM-APERTA TO TRUE
010780         END-READ.
010790 EX-CONTROLLA-FAMIGLIA.
010800         EXIT.
010810*
010820 CONTROLLA-MEMBRO.
010830         IF FAM-M-PRATICA-ID(OPJ-FAM-IX) = OPJ-FAM-CHIAVE(7:10)
010840             GO TO EX-CONTROLLA-MEMBRO
010850         END-IF.
010860         MOVE FAM-COMUNE-CODE              TO PRAVIEW-COMUNE-CODE.
010870         MOVE FAM-M-PRATICA-ID(OPJ-FAM-IX) TO PRAVIEW-PRATICA-ID.
010880         READ PRAVIEW
010890             INVALID KEY
010900                 GO TO EX-CONTROLLA-MEMBRO
010910         END-READ.
010920         IF NOT PRAVIEW-STATO-CHIUSA
010930             AND NOT PRAVIEW-STATO-ACCOLTA
010940             AND NOT PRAVIEW-STATO-RESPINTA
010950             SET OPJ-FAM-APERTA TO TRUE
010960         END-IF.
010970 EX-CONTROLLA-MEMBRO.
010980         EXIT.
010990*
011000* CONTA-LIBERATO counts the pratica's liberato rows and totals
011010* their checksums the way OPENPJ27 CONTA-DOCUMENTO does when it
011015* builds the package.
011020*
011030 CONTA-LIBERATO.
011040         READ PRATTACH NEXT RECORD
011050             AT END
011060                 SET OPJ-SUB-EOF TO TRUE
011070                 GO TO EX-CONTA-LIBERATO
011080         END-READ.
011090         IF PRATTACH-COMUNE-CODE NOT = PRAVIEW-COMUNE-CODE
011100             OR PRATTACH-PRATICA-ID NOT = PRAVIEW-PRATICA-ID
011110             SET OPJ-SUB-EOF TO TRUE
011120             GO TO EX-CONTA-LIBERATO
011130         END-IF.
011140         IF PRATTACH-LIBERATO
011150             ADD 1 TO OPJ-DOC-LIBERATI
011155             ADD PRATTACH-CHECKSUM TO OPJ-CHECKSUM-LIBERATI
011160         END-IF.
011170 EX-CONTA-LIBERATO.
011180         EXIT.
