000010*
000020* FDECATA.CBL - record layout for PRACATAS (see SELCATA.CBL). One
000030* row per parcel a pratica concerns, written by the dispatch from
000040* the form's repeated SEZIONE/FOGLIO/PARTICELLA/SUBALTERNO/
000050* INDIRIZZO fields. The rows stay on file when OPENPJ18 seals the
000060* pratica into its dossier - like the registro row, they are
000070* the parcel's history, not the pratica's working data - so the
000080* parcel search still finds archived pratiche.
000090*
000100 FD  PRACATAS
000110     LABEL RECORD IS STANDARD.
000120 01  PRACATAS-RECORD.
000130     05  PRACATAS-KEY.
000140         10  PRACATAS-COMUNE-CODE  PIC X(06).
000150         10  PRACATAS-PRATICA-ID   PIC X(10).
000160         10  PRACATAS-PROGRESSIVO  PIC 9(02).
000170*
000180* The parcel: sezione censuaria (spaces where the comune has
000190* none), foglio, particella and subalterno (zero for a parcel
000200* of the catasto terreni or a whole building). The comune is
000210* repeated so the alternate key stays inside one comune.
000220*
000230     05  PRACATAS-PARCELLA-KEY.
000240         10  PRACATAS-PARC-COMUNE  PIC X(06).
000250         10  PRACATAS-SEZIONE      PIC X(03).
000260         10  PRACATAS-FOGLIO       PIC 9(04).
000270         10  PRACATAS-PARTICELLA   PIC 9(05).
000280         10  PRACATAS-SUBALTERNO   PIC 9(04).
000290     05  PRACATAS-INDIRIZZO        PIC X(60).
000300     05  PRACATAS-DATA-INSERIMENTO PIC 9(08).
000310     05  FILLER                    PIC X(20).
