000010*****************************************************************
000020*    NTFYLDG - SENT-NOTIFICATIONS LEDGER (APPEND-ONLY). ONE
000030*    RECORD PER EVENT EVER QUEUED TO THE PORTAL FEED, KEYED BY
000040*    THE NTFYEVT EVENT ID. AN EVENT WHOSE ID IS ALREADY ON THE
000050*    LEDGER IS NOT QUEUED AGAIN, SO A RERUN AGAINST THE SAME
000060*    EXTRACT GENERATION NOTIFIES NO ONE TWICE.
000070*****************************************************************
000080     05  NL-EVENT-ID             PIC X(21).
000090     05  NL-GENERATION           PIC 9(07).
000100     05  NL-CAND-ID              PIC X(10).
000110     05  NL-EVENT-TYPE           PIC X(08).
000120     05  NL-QUEUED-DATE          PIC 9(08).
000130     05  NL-QUEUED-TIME          PIC 9(08).
000140     05  FILLER                  PIC X(18).
