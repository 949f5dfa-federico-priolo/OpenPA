000050* opened, the net days elapsed (suspension periods excluded), the
000060* term that applies to its categoria, and the outcome the run
000070* assigned (IN SCADENZA / SCADUTA / CHIUSA SILENZIO-ASSENSO).
000072* The deadline itself closes the line, as the OPENPS07 date
000074* service worked it out: already moved past Sundays and the
000076* comune's holidays and closures.
000080*
000090 FD  SCADREP
000100     LABEL RECORD IS STANDARD.
000260     05  SCAD-TERMINE-GIORNI       PIC ZZZZ9.
000270     05  FILLER                    PIC X(01) VALUE SPACE.
000280     05  SCAD-ESITO                PIC X(30).
000290     05  FILLER                    PIC X(01) VALUE SPACE.
000300     05  SCAD-DATA-SCADENZA        PIC 9(08).
