000010*
000020* FDEAPIC.CBL - record layout for PRAAPIC (see SELAPIC.CBL). One
000030* row per registered client - the regional SUAP portal, a partner
000040* ente - with its API key, the comuni it may see (up to 20, or
000050* every comune when TUTTI-COMUNI is set), and its daily quota of
000060* calls. CHIAMATE-OGGI and RIFIUTATE-OGGI count the calls served
000070* and refused over quota on DATA-CONTEGGIO; the first call of a
000080* new day starts both again from zero.
000090*
000100 FD  PRAAPIC
000110     LABEL RECORD IS STANDARD.
000120 01  PRAAPIC-RECORD.
000130     05  PRAAPIC-CLIENTE           PIC X(16).
000140     05  PRAAPIC-CHIAVE            PIC X(32).
000150     05  PRAAPIC-STATO             PIC X(01).
000160         88  PRAAPIC-ATTIVO            VALUE "A".
000170         88  PRAAPIC-SOSPESO           VALUE "S".
000180     05  PRAAPIC-TUTTI-COMUNI      PIC X(01).
000190         88  PRAAPIC-OGNI-COMUNE       VALUE "S".
000200     05  PRAAPIC-NUM-COMUNI        PIC 9(02).
000210     05  PRAAPIC-COMUNE            PIC X(06) OCCURS 20 TIMES.
000220     05  PRAAPIC-QUOTA-GIORNO      PIC 9(07).
000230     05  PRAAPIC-DATA-CONTEGGIO    PIC 9(08).
000240     05  PRAAPIC-CHIAMATE-OGGI     PIC 9(07).
000250     05  PRAAPIC-RIFIUTATE-OGGI    PIC 9(07).
000260     05  PRAAPIC-DATA-ULTIMA       PIC 9(08).
000270     05  PRAAPIC-ORA-ULTIMA        PIC 9(08).
000280     05  PRAAPIC-DATA-AGG          PIC 9(08).
000290     05  PRAAPIC-OPERATORE         PIC X(30).
000300     05  FILLER                    PIC X(30).
