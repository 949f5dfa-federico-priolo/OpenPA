000020* UPLDTAB.CBL - table of content-types accepted for pratica
000030* attachments; checked by VALIDATE-UPLOAD before an upload is
000040* accepted. Maintained by hand as new document formats are approved.
000045* The pkcs7-mime row admits signed envelopes (.p7m, CAdES) whole:
000047* their signature is checked later by the OPENPJ28 verifier run.
000050*
000060 01  UPLDTAB-VALUES.
000070     05  FILLER PIC X(32) VALUE "application/pdf".
000080     05  FILLER PIC X(32) VALUE "image/jpeg".
000090     05  FILLER PIC X(32) VALUE "image/png".
000100     05  FILLER PIC X(32) VALUE "image/tiff".
000105     05  FILLER PIC X(32) VALUE "application/pkcs7-mime".
000110 01  UPLDTAB-AREA REDEFINES UPLDTAB-VALUES.
000120     05  UPLDTAB-ENTRY OCCURS 5 TIMES
000130                         INDEXED BY UPLDTAB-IX.
000140         10  UPLDTAB-CONTENT-TYPE  PIC X(32).
000150 01  UPLDTAB-COUNT                 PIC 9(3) COMP-5 VALUE 5.
000160 01  UPLDTAB-FOUND-SW              PIC X(01).
000170     88  UPLDTAB-FOUND                 VALUE "S".
000180     88  UPLDTAB-NOT-FOUND             VALUE "N".
