000320** dossier, la cancellazione le conta e le segnala all'operatore
000330** invece di saltarle in silenzio. Distinto dall'export open data
000340** di OPENPJ13, che serve la pubblicazione e non l'interessato.
000342** Una pratica che appartiene a una famiglia (PRALINK, servizio
000344** OPENPS06) con un componente ancora aperto non si anonimizza:
000346** la variante in corso deve ancora poter citare il titolo.
000350*
000360 IDENTIFICATION   DIVISION.
000370 PROGRAM-ID.      OPENPJ23.
000720         COPY "GLOBALS.CBL".
000730         COPY "FILEHWS.CBL".
000740         COPY "RUNLGWS.CBL".
000745         COPY "FAMCHK.CBL".
000750*
000760 77  DOSSIER-PATH                  PIC X(64).
000770 77  OPJ-COMMAND-LINE              PIC X(80).
001000 77  OPJ-DELEG-TOLTE               PIC 9(05) COMP-5 VALUE 0.
001010 77  OPJ-IBAN-SBIANCATI            PIC 9(05) COMP-5 VALUE 0.
001020 77  OPJ-ARCH-TROVATE              PIC 9(05) COMP-5 VALUE 0.
001025 77  OPJ-FAMIGLIA-APERTA           PIC 9(05) COMP-5 VALUE 0.
001030 77  OPJ-ARCH-EOF-SW               PIC X(01).
001040     88  OPJ-ARCH-EOF                  VALUE "S".
001050     88  OPJ-ARCH-NOT-EOF              VALUE "N".
001280     88  CFG-FOUND                     VALUE "S".
001290     88  CFG-NOT-FOUND                 VALUE "N".
001300 77  CFG-NUM-WORK                  PIC 9(18).
001302*
001303* CONTROLLA-FAMIGLIA working fields, as in OPENPJ18.
001304*
001305 77  OPJ-FAM-IX                    PIC 9(02) COMP-5.
001306 77  OPJ-FAM-CHIAVE                PIC X(16).
001307 77  OPJ-FAM-SW                    PIC X(01).
001308     88  OPJ-FAM-APERTA                VALUE "S".
001309     88  OPJ-FAM-CHIUSA                VALUE "N".
001310*
001320 PROCEDURE  DIVISION.
001330*
008290             ADD 1 TO OPJ-NON-MATURE
008300             GO TO EX-CANCELLA-PRATICA
008310         END-IF.
008312         PERFORM CONTROLLA-FAMIGLIA THRU EX-CONTROLLA-FAMIGLIA.
008314         IF OPJ-FAM-APERTA
008315             ADD 1 TO OPJ-FAMIGLIA-APERTA
008316             DISPLAY "OPENPJ23: famiglia con pratiche aperte "
008317                 PRAVIEW-PRATICA-ID
008318             GO TO EX-CANCELLA-PRATICA
008319         END-IF.

008320         MOVE PRAVIEW-KEY TO OPJ-CHIAVE-WORK.
008330         PERFORM REGISTRA-PRATICA THRU EX-REGISTRA-PRATICA.
010570                     OPJ-DELEG-TOLTE
010580                     " iban sbiancati " OPJ-IBAN-SBIANCATI
010590                     " archiviate fuori linea " OPJ-ARCH-TROVATE
010595                     " famiglie aperte " OPJ-FAMIGLIA-APERTA
010600                 MOVE OPJ-ANONIMIZZATE TO RUNLG-CONTA
010610         END-EVALUATE.
010620         PERFORM SEGNA-FINE-CORSA
010660         COPY "PJCHECK.CBL".

010670         COPY "PJRUNLOG.CBL".
010680*
010690* CONTROLLA-FAMIGLIA holds back a pratica whose family still has
010700* a member open, the way OPENPJ18 holds back its seal. OPENPS06
010710* gives the tree only; the states are read here on the PRAVIEW
010720* handle the walk holds for update, and the pratica under
010730* examination is read back last so the record area and the
010740* walk position are as they were. A member no longer on PRAVIEW
010750* is sealed already; a family too large for the service to
010760* list whole is held back.
010770*
010780 CONTROLLA-FAMIGLIA.
010790         SET OPJ-FAM-CHIUSA TO TRUE.
010800         MOVE PRAVIEW-COMUNE-CODE TO FAM-COMUNE-CODE.
010810         MOVE PRAVIEW-PRATICA-ID  TO FAM-PRATICA-ID.
010820         SET FAM-MODO-ALBERO TO TRUE.
010830         CALL "OPENPS06" USING FAMCHK-AREA.
010840         IF FAM-COUNT NOT GREATER THAN 1
010850             GO TO EX-CONTROLLA-FAMIGLIA
010860         END-IF.
010870         IF FAM-OLTRE-CAP > 0
010880             SET OPJ-FAM-APERTA TO TRUE
010890             GO TO EX-CONTROLLA-FAMIGLIA
010900         END-IF.
010910         MOVE PRAVIEW-KEY TO OPJ-FAM-CHIAVE.
010920         PERFORM CONTROLLA-MEMBRO THRU EX-CONTROLLA-MEMBRO
010930             VARYING OPJ-FAM-IX FROM 1 BY 1
010940             UNTIL OPJ-FAM-IX > FAM-COUNT
010950                OR OPJ-FAM-APERTA.
010960         MOVE OPJ-FAM-CHIAVE TO PRAVIEW-KEY.
010970         READ PRAVIEW
010980             INVALID KEY
010990                 SET OPJ-FAM-APERTA TO TRUE
011000         END-READ.
011010 EX-CONTROLLA-FAMIGLIA.
011020         EXIT.
011030*
011040 CONTROLLA-MEMBRO.
011050         IF FAM-M-PRATICA-ID(OPJ-FAM-IX) = OPJ-FAM-CHIAVE(7:10)
011060             GO TO EX-CONTROLLA-MEMBRO
011070         END-IF.
011080         MOVE FAM-COMUNE-CODE              TO PRAVIEW-COMUNE-CODE.
011090         MOVE FAM-M-PRATICA-ID(OPJ-FAM-IX) TO PRAVIEW-PRATICA-ID.
011100         READ PRAVIEW
011110             INVALID KEY
011120                 GO TO EX-CONTROLLA-MEMBRO
011130         END-READ.
011140         IF NOT PRAVIEW-STATO-CHIUSA
011150             AND NOT PRAVIEW-STATO-ACCOLTA
011160             AND NOT PRAVIEW-STATO-RESPINTA
011170             SET OPJ-FAM-APERTA TO TRUE
011180         END-IF.
011190 EX-CONTROLLA-MEMBRO.
011200         EXIT.
