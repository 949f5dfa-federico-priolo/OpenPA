000010*
000020* SELAPIC.CBL - FILE-CONTROL entry for PRAAPIC, the register of
000030* the bodies allowed to query the TIPO=API status service (see
000040* FDEAPIC.CBL for the record layout). Keyed on the client code
000050* the caller presents with its key; read and counted by OPENPA20
000060* on every call, maintained by the OPENPJ36 batch.
000070*
000080         SELECT PRAAPIC ASSIGN FILE-PRAAPIC
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRAAPIC-CLIENTE
000120         FILE STATUS  IS STATUS-PRAAPIC.
