environment division.
input-output section.
file-control.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.

data division.
file section.
  fd NODE-REF-MASTER.
    copy node-ref.

working-storage section.
  *> lifecycle answerer over the same keyed node-reference master
  *> LOOKUP-NODE-REF serves descriptions from -- a separate subprogram
  *> rather than a wider linkage on LOOKUP-NODE-REF, so that
  *> subprogram's existing callers stay untouched. One keyed read per
  *> call, as LOOKUP-NODE-INDEX reads the node map, so a node added
  *> today is answered today and no table limits how many there are.
  *> A node with no reference entry counts as ACTIVE: the lifecycle
  *> gate exists to catch decommissioned codes that ARE on file, not
  *> to demand an entry for every node
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-MASTER-STATUS         pic x(2).

linkage section.
  01 LS-NODE-CODE    pic a(4).
    88 NODE-IS-RETIRED   value "RETIRED".

procedure division using LS-NODE-CODE, LS-NODE-STATUS.
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  set NODE-IS-ACTIVE to true

  open input NODE-REF-MASTER
  if WS-MASTER-STATUS = "00"
    move LS-NODE-CODE to NODE-REF-CODE
    read NODE-REF-MASTER key is NODE-REF-CODE
      invalid key
        continue
      not invalid key
        if NODE-REF-LIFECYCLE not = spaces
          move NODE-REF-LIFECYCLE to LS-NODE-STATUS
        end-if
    end-read
    close NODE-REF-MASTER
  end-if

  goback.
