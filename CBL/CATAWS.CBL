000010*
000020* CATAWS.CBL - working fields for the parcel check in CATACHK.CBL.
000030* The caller moves the raw form values into CATA-INPUT and
000040* performs CONTROLLA-PARCELLA; CATA-ESITO-SW comes back set, the
000050* normalised parcel in CATA-PARCELLA and, on a refusal, the
000060* field at fault in CATA-MOTIVO. CATA-TABELLA holds the parcels
000070* a dispatched form listed, in form order, up to
000080* CATA-MAX-PARCELLE of them.
000090*
000100 01  CATA-INPUT.
000110     05  CATA-IN-SEZIONE           PIC X(64).
000120     05  CATA-IN-FOGLIO            PIC X(64).
000130     05  CATA-IN-PARTICELLA        PIC X(64).
000140     05  CATA-IN-SUBALTERNO        PIC X(64).
000150 01  CATA-PARCELLA.
000160     05  CATA-SEZIONE              PIC X(03).
000170     05  CATA-FOGLIO               PIC 9(04).
000180     05  CATA-PARTICELLA           PIC 9(05).
000190     05  CATA-SUBALTERNO           PIC 9(04).
000200 77  CATA-ESITO-SW                 PIC X(01).
000210     88  CATA-VALIDA                   VALUE "S".
000220     88  CATA-NON-VALIDA               VALUE "N".
000230 77  CATA-MOTIVO                   PIC X(40).
000240 77  CATA-CAMPO                    PIC X(64).
000250 77  CATA-LEN                      PIC 9(02) COMP-5.
000260 77  CATA-MAX                      PIC 9(02) COMP-5.
000270 77  CATA-K                        PIC 9(02) COMP-5.
000280 77  CATA-OBBLIGO-SW               PIC X(01).
000290     88  CATA-OBBLIGATORIO             VALUE "S".
000300     88  CATA-FACOLTATIVO              VALUE "N".
000310*
000320 77  CATA-PRESENZA-SW              PIC X(01).
000330     88  CATA-PRESENTE                 VALUE "S".
000340     88  CATA-ASSENTE                  VALUE "N".
000350 77  CATA-CONTA                    PIC 9(02) COMP-5.
000360 77  CATA-MAX-PARCELLE             PIC 9(02) COMP-5 VALUE 20.
000370 77  CATA-IX                       PIC 9(02) COMP-5.
000380 01  CATA-TABELLA.
000390     05  CATA-RIGA OCCURS 20 TIMES.
000400         10  CATA-T-SEZIONE        PIC X(03).
000410         10  CATA-T-FOGLIO         PIC 9(04).
000420         10  CATA-T-PARTICELLA     PIC 9(05).
000430         10  CATA-T-SUBALTERNO     PIC 9(04).
000440         10  CATA-T-INDIRIZZO      PIC X(60).
