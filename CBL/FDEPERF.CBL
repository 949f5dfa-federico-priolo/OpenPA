000010*
000020* FDEPERF.CBL - record layout for PERFLOG (see SELPERF.CBL). One
000030* line per request: when it arrived, for which comune, TIPO and
000040* pratica, the status it ended with, and in hundredths of a
000050* second the time from INIZIO-WEB to FINE-WEB together with the
000060* share of it spent in the sub-program CALL-WEB dispatched to,
000070* in FILE-BACKOFF waiting out locked files, and in
000080* PRINT-PRATICA-SUMMARY. RETRY counts the lock retries.
000090*
000100 FD  PERFLOG
000110     LABEL RECORD IS STANDARD.
000120 01  PERFLOG-RECORD.
000130     05  PERF-DATE                 PIC 9(08).
000140     05  FILLER                    PIC X(01) VALUE SPACE.
000150     05  PERF-TIME                 PIC 9(08).
000160     05  FILLER                    PIC X(01) VALUE SPACE.
000170     05  PERF-COMUNE-CODE          PIC X(06).
000180     05  FILLER                    PIC X(01) VALUE SPACE.
000190     05  PERF-TIPO-PRATICA         PIC X(06).
000200     05  FILLER                    PIC X(01) VALUE SPACE.
000210     05  PERF-PRATICA-ID           PIC X(10).
000220     05  FILLER                    PIC X(01) VALUE SPACE.
000230     05  PERF-STATUS-CODE          PIC X(03).
000240     05  FILLER                    PIC X(01) VALUE SPACE.
000250     05  PERF-TOTALE-CS            PIC 9(07).
000260     05  FILLER                    PIC X(01) VALUE SPACE.
000270     05  PERF-CALLWEB-CS           PIC 9(07).
000280     05  FILLER                    PIC X(01) VALUE SPACE.
000290     05  PERF-BACKOFF-CS           PIC 9(07).
000300     05  FILLER                    PIC X(01) VALUE SPACE.
000310     05  PERF-STAMPA-CS            PIC 9(07).
000320     05  FILLER                    PIC X(01) VALUE SPACE.
000330     05  PERF-RETRY                PIC 9(03).
000340     05  FILLER                    PIC X(01) VALUE SPACE.
000350     05  PERF-PROGRAMMA            PIC X(08).
