000910*
000920     05  PRAVIEW-VINCOLO-LEGALE    PIC X(01).
000930         88  PRAVIEW-SOTTO-VINCOLO     VALUE "S".
000940*
000950* Anagrafe cross-check stamped by the nightly OPENPJ32 run
000960* against the ANPR extract: the worst finding on the richiedente
000970* or the delegato, whose it is (R/D), the day it was made and
000980* the row's VERSIONE at the time - a pratica whose VERSIONE
000990* has moved on is checked again, as is one whose person changed
001000* in the extract since. The stamp is not a change of the
001010* pratica and does not bump VERSIONE. Spaces on rows never
001020* checked; the OPENPA08 worklist shows the finding.
001030*
001040     05  PRAVIEW-ANPR-ESITO        PIC X(01).
001050         88  PRAVIEW-ANPR-REGOLARE     VALUE "R".
001060         88  PRAVIEW-ANPR-NOME-DIFF    VALUE "N".
001070         88  PRAVIEW-ANPR-TRASFERITO   VALUE "T".
001080         88  PRAVIEW-ANPR-INESISTENTE  VALUE "I".
001090         88  PRAVIEW-ANPR-DECEDUTO     VALUE "D".
001100         88  PRAVIEW-ANPR-ANOMALIA     VALUE "N" "T" "I" "D".
001110     05  PRAVIEW-ANPR-SOGGETTO     PIC X(01).
001120         88  PRAVIEW-ANPR-RICHIEDENTE  VALUE "R".
001130         88  PRAVIEW-ANPR-DELEGATO     VALUE "D".
001140     05  PRAVIEW-ANPR-DATA         PIC 9(08).
001150     05  PRAVIEW-ANPR-VERSIONE     PIC 9(09).
