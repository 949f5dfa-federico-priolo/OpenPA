000010*
000020* SELCATA.CBL - FILE-CONTROL entry for PRACATAS, the riferimenti
000030* catastali of the pratiche (see FDECATA.CBL for the record
000040* layout). The primary key is comune plus pratica plus a
000050* progressive, so the parcels of one pratica read back in the
000060* order the form listed them; the alternate key is the parcel
000070* itself - comune, sezione, foglio, particella, subalterno - and
000080* takes duplicates, since the same parcel turns up on every
000090* pratica that ever touched it. That path is what the parcel
000100* search walks.
000110*
000120         SELECT PRACATAS ASSIGN FILE-PRACATAS
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS PRACATAS-KEY
000160         ALTERNATE RECORD KEY IS PRACATAS-PARCELLA-KEY
000170             WITH DUPLICATES
000180         FILE STATUS  IS STATUS-PRACATAS.
