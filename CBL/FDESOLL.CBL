000010*
000020* FDESOLL.CBL - record layout for PRASOLL (see SELSOLL.CBL). One
000030* row per dunning step taken on a pratica: first and second
000040* sollecito, messa in mora and the final iscrizione a ruolo. The
000050* row is the proof the step was taken - OPENPJ24 never repeats
000060* a level already on file - and keeps the residuo and interest
000070* the step was taken for, and the due date the ages ran from.
000080*
000090 FD  PRASOLL
000100     LABEL RECORD IS STANDARD.
000110 01  PRASOLL-RECORD.
000120     05  PRASOLL-KEY.
000130         10  PRASOLL-COMUNE-CODE   PIC X(06).
000140         10  PRASOLL-PRATICA-ID    PIC X(10).
000150         10  PRASOLL-LIVELLO       PIC 9(01).
000160             88  PRASOLL-PRIMO-SOLL    VALUE 1.
000170             88  PRASOLL-SECONDO-SOLL  VALUE 2.
000180             88  PRASOLL-MESSA-IN-MORA VALUE 3.
000190             88  PRASOLL-ISCRITTA-RUOLO VALUE 4.
000200     05  PRASOLL-DATA              PIC 9(08).
000210     05  PRASOLL-DATA-SCADENZA     PIC 9(08).
000220     05  PRASOLL-RESIDUO           PIC S9(9)V99 COMP-3.
000230     05  PRASOLL-INTERESSI         PIC S9(9)V99 COMP-3.
000240     05  FILLER                    PIC X(20).
