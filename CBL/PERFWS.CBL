000010*
000020* PERFWS.CBL - working fields for the response timing OPENPA02
000030* writes to PERFLOG (see FDEPERF.CBL). PERF-INIZIO marks the
000040* start of the request, PERF-TRATTO the start of a timed stretch;
000050* PERF-CALLWEB, PERF-STAMPA and PERF-ATTESA add the stretch to
000060* their own accumulator, and SCRIVI-PERFLOG writes the line from
000070* FINE-WEB. Times are hundredths of a second since midnight, as
000080* ACCEPT FROM TIME gives them.
000090*
000100 01  PERF-ORA.
000110     05  PERF-ORA-HH               PIC 9(02).
000120     05  PERF-ORA-MM               PIC 9(02).
000130     05  PERF-ORA-SS               PIC 9(02).
000140     05  PERF-ORA-CC               PIC 9(02).
000150 01  PERF-ORA-X REDEFINES PERF-ORA PIC 9(08).
000160 77  PERF-INIZIO-DATE              PIC 9(08).
000170 77  PERF-INIZIO-TIME              PIC 9(08).
000180 77  PERF-ADESSO-CS                PIC 9(09) COMP-5.
000190 77  PERF-INIZIO-CS                PIC 9(09) COMP-5.
000200 77  PERF-TRATTO-DA                PIC 9(09) COMP-5.
000210 77  PERF-ATTESA-DA                PIC 9(09) COMP-5.
000220 77  PERF-DA-CS                    PIC 9(09) COMP-5.
000230 77  PERF-DELTA-CS                 PIC 9(09) COMP-5.
000240 77  PERF-CALLWEB-ACC              PIC 9(09) COMP-5.
000250 77  PERF-BACKOFF-ACC              PIC 9(09) COMP-5.
000260 77  PERF-STAMPA-ACC               PIC 9(09) COMP-5.
000270 77  PERF-RETRY-COUNT              PIC 9(05) COMP-5.
