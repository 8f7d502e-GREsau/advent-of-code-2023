identification division.
program-id. measure-file.

environment division.
input-output section.
file-control.
  select MEASURED-FILE assign to dynamic WS-MEASURED-FILE
    organization line sequential file status WS-MEASURED-STATUS.

data division.
file section.
  fd MEASURED-FILE.
  01 MEASURED-LINE  pic x(10000).

working-storage section.
  01 WS-MEASURED-FILE   pic x(100).
  01 WS-MEASURED-STATUS pic x(2).
  01 CHECKSUM-ACCUM     binary-double unsigned value 0.
  01 CHECKSUM-IDX       pic 9(5).
  01 LINE-LEN           pic 9(5).

  *> the byte count and last-change stamp come from the file system
  01 FILE-DETAILS.
    05 FILE-SIZE        pic x(8) comp-x.
    05 FILE-DAY         pic x comp-x.
    05 FILE-MONTH       pic x comp-x.
    05 FILE-YEAR        pic x(2) comp-x.
    05 FILE-HOURS       pic x comp-x.
    05 FILE-MINUTES     pic x comp-x.
    05 FILE-SECONDS     pic x comp-x.
    05 FILE-HUNDREDTHS  pic x comp-x.

linkage section.
  01 LS-FILE-NAME     pic x(100).
  01 LS-RECORD-LIMIT  pic 9(9).
  01 LS-RECORDS       pic 9(9).
  01 LS-CHECKSUM      pic 9(9).
  01 LS-BYTES         pic 9(18).
  01 LS-MODIFIED      pic 9(14).
  01 LS-STATUS        pic x.
    88 MEASURE-OK          value "0".
    88 MEASURE-NO-FILE     value "1".

procedure division using LS-FILE-NAME, LS-RECORD-LIMIT, LS-RECORDS,
    LS-CHECKSUM, LS-BYTES, LS-MODIFIED, LS-STATUS.
  *> one file's evidence: byte count, record count, last-change stamp
  *> (yyyymmddhhmmss) and the same rolling mod-999999937 line checksum
  *> the transmission envelopes use. A non-zero record limit stops the
  *> checksum after that many records while still counting them all --
  *> how the verifier tells an append-only log that has only grown
  *> since it was sealed from one that has been edited
  move LS-FILE-NAME to WS-MEASURED-FILE
  move 0 to LS-RECORDS LS-CHECKSUM LS-BYTES LS-MODIFIED
  move 0 to CHECKSUM-ACCUM
  set MEASURE-OK to true

  call "CBL_CHECK_FILE_EXIST" using WS-MEASURED-FILE FILE-DETAILS
  end-call
  if return-code not = 0
    set MEASURE-NO-FILE to true
    move 0 to return-code
    goback
  end-if
  move FILE-SIZE to LS-BYTES
  compute LS-MODIFIED =
    ((FILE-YEAR * 100 + FILE-MONTH) * 100 + FILE-DAY) * 1000000
      + FILE-HOURS * 10000 + FILE-MINUTES * 100 + FILE-SECONDS

  open input MEASURED-FILE
  if WS-MEASURED-STATUS not = "00"
    set MEASURE-NO-FILE to true
    goback
  end-if
  perform forever
    read MEASURED-FILE at end
      exit perform
    end-read
    add 1 to LS-RECORDS
    if LS-RECORD-LIMIT = 0 or LS-RECORDS <= LS-RECORD-LIMIT
      if MEASURED-LINE = spaces
        move 0 to LINE-LEN
      else
        compute LINE-LEN =
          function length(function trim(MEASURED-LINE trailing))
      end-if
      perform varying CHECKSUM-IDX from 1 by 1
          until CHECKSUM-IDX > LINE-LEN
        compute CHECKSUM-ACCUM = function mod(
            CHECKSUM-ACCUM * 31
              + function ord(MEASURED-LINE(CHECKSUM-IDX:1)),
            999999937)
      end-perform
      compute CHECKSUM-ACCUM = function mod(
          CHECKSUM-ACCUM * 31 + 10, 999999937)
    end-if
  end-perform
  close MEASURED-FILE
  move CHECKSUM-ACCUM to LS-CHECKSUM
  goback.
