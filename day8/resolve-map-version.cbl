  01 LINE-EFFECTIVE     pic 9(8).
  01 LINE-MAP           pic x(100).
  01 LINE-INSTR         pic x(100).
  01 LINE-TAIL          pic x(100).

  01 BEST-EFFECTIVE     pic 9(8) value 0.
  01 BEST-MAP           pic x(100).
  01 BEST-INSTR         pic x(100).
  01 BEST-FOUND         pic x value "N".

  *> the pair actually chosen goes on record in the run's effective-
  *> parameters block with a checksum of each file as it stood, so a
  *> later re-performance can tell whether it is looking at the same map
  01 PARM-KEY           pic x(20).
  01 PARM-VALUE         pic x(100).
  01 RECORD-SOURCE      pic x(40).
  01 RECORD-NAME        pic x(100).
  01 RECORD-LABEL       pic x(12).
  01 MEASURE-LIMIT      pic 9(9) value 0.
  01 MEASURE-RECORDS    pic 9(9).
  01 MEASURE-CHECKSUM   pic 9(9).
  01 MEASURE-BYTES      pic 9(18).
  01 MEASURE-MODIFIED   pic 9(14).
  01 MEASURE-STATUS     pic x.
  01 JOB-LOG-PROGRAM    pic x(20) value "RESOLVE-MAP-VERSION".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  01 LS-RUN-DATE  pic 9(8).
  01 LS-MAP       pic x(100).
  *> in force then, not whatever got promoted since. An explicitly
  *> supplied MAP_FILE/INSTR_FILE always wins: the catalog only fills
  *> names the run did not choose itself. AS_OF_DATE overrides the
  *> resolution date for investigations. Whichever way the pair was
  *> chosen, it is put on record in the run's effective parameters
  if LS-MAP not = spaces and LS-INSTR not = spaces
    move "NAMED BY THE RUN" to RECORD-SOURCE
    perform RECORD-PAIR-IN-USE
    goback
  end-if

    read CATALOG-FILE at end
      exit perform
    end-read
    *> a ROLLBACK-MAP entry carries an audit tail after the instruction
    *> file name -- it is split off so only the file name is taken
    move spaces to PARSE-DUMMY LINE-MAP LINE-INSTR LINE-TAIL
    move 0 to LINE-EFFECTIVE
    unstring CATALOG-LINE
        delimited by "EFFECTIVE " or " MAP " or " INSTR " or " ROLLBACK "
      into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    end-unstring
    if LINE-EFFECTIVE > 0 and LINE-EFFECTIVE <= AS-OF-DATE
        and (BEST-FOUND = "N" or LINE-EFFECTIVE >= BEST-EFFECTIVE)
      move BEST-INSTR to LS-INSTR
      call "resolve-path" using LS-INSTR end-call
    end-if
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Map catalog: version effective " BEST-EFFECTIVE
      " selected for run date " AS-OF-DATE
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move spaces to RECORD-SOURCE
    string "CATALOG VERSION " BEST-EFFECTIVE
      delimited by size into RECORD-SOURCE
    end-string
  else
    move "NO CATALOG VERSION IN FORCE" to RECORD-SOURCE
  end-if
  perform RECORD-PAIR-IN-USE
  goback.

*> both files of the pair on record: a name left blank is the one
*> PARSE-INPUT falls back on
RECORD-PAIR-IN-USE.
  move "MAP" to RECORD-LABEL
  move LS-MAP to RECORD-NAME
  if RECORD-NAME = spaces
    move "/data/map.txt" to RECORD-NAME
    call "resolve-path" using RECORD-NAME end-call
  end-if
  perform RECORD-ONE-FILE
  move "INSTR" to RECORD-LABEL
  move LS-INSTR to RECORD-NAME
  if RECORD-NAME = spaces
    move "/data/instructions.txt" to RECORD-NAME
    call "resolve-path" using RECORD-NAME end-call
  end-if
  perform RECORD-ONE-FILE.

*> "<label>_IN_USE = <name> (<source>)" and "<label>_CHECKSUM" below it
RECORD-ONE-FILE.
  call "measure-file" using RECORD-NAME MEASURE-LIMIT MEASURE-RECORDS
    MEASURE-CHECKSUM MEASURE-BYTES MEASURE-MODIFIED MEASURE-STATUS
  end-call
  move "RECORD" to PARM-KEY
  move spaces to PARM-VALUE
  string function trim(RECORD-LABEL) "_IN_USE = " function trim(RECORD-NAME)
    " (" function trim(RECORD-SOURCE) ")"
    delimited by size into PARM-VALUE
  end-string
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move spaces to PARM-VALUE
  if MEASURE-STATUS = "0"
    string function trim(RECORD-LABEL) "_CHECKSUM = " MEASURE-CHECKSUM
      " (MEASURED AT SELECTION)"
      delimited by size into PARM-VALUE
    end-string
  else
    string function trim(RECORD-LABEL) "_CHECKSUM = NONE (FILE ABSENT)"
      delimited by size into PARM-VALUE
    end-string
  end-if
  call "run-parms" using PARM-KEY PARM-VALUE end-call.
