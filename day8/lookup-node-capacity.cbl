identification division.
program-id. lookup-node-capacity.

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
  *> how many vehicles a node can hold at once: the capacity on the
  *> node's keyed node-reference record, read by key on each call the
  *> way LOOKUP-NODE-STATUS answers the lifecycle. A node with no
  *> entry, or an entry with no capacity, is unlimited -- reported as
  *> zero, since a node that could hold no vehicle at all is a closure
  *> (see LOAD-CLOSURES), not a capacity
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-MASTER-STATUS         pic x(2).

linkage section.
  01 LS-NODE-CODE    pic a(4).
  01 LS-CAPACITY     pic 9(4).
    88 NODE-UNLIMITED  value 0.

procedure division using LS-NODE-CODE, LS-CAPACITY.
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  set NODE-UNLIMITED to true

  open input NODE-REF-MASTER
  if WS-MASTER-STATUS = "00"
    move LS-NODE-CODE to NODE-REF-CODE
    read NODE-REF-MASTER key is NODE-REF-CODE
      invalid key
        continue
      not invalid key
        if NODE-REF-CAPACITY not = spaces
            and function trim(NODE-REF-CAPACITY) is numeric
            and function numval(NODE-REF-CAPACITY) <= 9999
          move function numval(NODE-REF-CAPACITY) to LS-CAPACITY
        end-if
    end-read
    close NODE-REF-MASTER
  end-if

  goback.
