*> fixed-layout cost posting handed to the finance ledger -- one H
*> header per run, then one balanced entry per owning team as a D debit
*> to the team's cost centre and a matching D credit to the offset
*> centre, and a T trailer whose counts and debit/credit totals
*> validate the batch. Field positions are the contract: never
*> rearrange, only extend.
01 COSTP-RECORD.
  05 COSTP-RECORD-TYPE   pic x.
  05 COSTP-BODY          pic x(119).
  05 COSTP-HEADER redefines COSTP-BODY.
    10 COSTP-RUN-DATE      pic 9(8).
    10 COSTP-RUN-ID        pic x(8).
    10 COSTP-BUS-DATE      pic 9(8).
    10 COSTP-PERIOD        pic 9(6).
    10 COSTP-BATCH-KIND    pic x(4).
      88 COSTP-CURRENT-BATCH   value "CURR".
      88 COSTP-LATE-BATCH      value "LATE".
    10 COSTP-SOURCE        pic x(20).
    10 COSTP-CONTROL-COST  pic 9(18).
    10 filler              pic x(47).
  05 COSTP-DETAIL redefines COSTP-BODY.
    10 COSTP-ENTRY-NO      pic 9(6).
    10 COSTP-LEG           pic x(2).
      88 COSTP-DEBIT           value "DR".
      88 COSTP-CREDIT          value "CR".
    10 COSTP-D-BUS-DATE    pic 9(8).
    10 COSTP-D-RUN-ID      pic x(8).
    10 COSTP-TEAM          pic x(20).
    10 COSTP-COST-CENTRE   pic x(10).
    10 COSTP-AMOUNT        pic 9(18).
    10 COSTP-STEPS         pic 9(12).
    10 filler              pic x(35).
  05 COSTP-TRAILER redefines COSTP-BODY.
    10 COSTP-ENTRY-COUNT   pic 9(6).
    10 COSTP-RECORD-COUNT  pic 9(6).
    10 COSTP-DEBIT-TOTAL   pic 9(18).
    10 COSTP-CREDIT-TOTAL  pic 9(18).
    10 filler              pic x(71).
