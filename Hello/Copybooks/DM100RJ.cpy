000260*        R005  RESULT SIZE ERROR ON THE SUM/DIFFERENCE/PRODUCT
000262*        R006  ACCOUNT NOT ON THE ACCOUNT MASTER
000264*        R007  ACCOUNT NOT ACTIVE ON THE ACCOUNT MASTER
000265*        R008  ACCOUNT DAILY TRANSACTION COUNT LIMIT REACHED
000266*        R009  ACCOUNT DAILY NET RESULT LIMIT EXCEEDED
000267*        R010  REVERSAL MATCHES NO POSTED ORIGINAL TRANSACTION
000268*        R011  REVERSAL'S ORIGINAL TRANSACTION ALREADY REVERSED
000270*----------------------------------------------------------------*
000280 01  DM100-REJECT-DATA-RECORD.
000290     05  DM100-REJX-INPUT-IMAGE          PIC X(30).
