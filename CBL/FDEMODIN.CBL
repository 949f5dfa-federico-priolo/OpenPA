000010*
000020* FDEMODIN.CBL - record layout for MODPROVV (see SELMODIN.CBL).
000030* One template line per record: the campo in the first twelve
000040* columns (blank for a line of plain text), the text after it.
000050*
000060 FD  MODPROVV
000070     LABEL RECORD IS STANDARD.
000080 01  MODPROVV-RECORD.
000090     05  MODIN-CAMPO               PIC X(12).
000100     05  MODIN-TESTO               PIC X(100).
