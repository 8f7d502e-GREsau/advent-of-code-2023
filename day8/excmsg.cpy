*> one exception for LOG-EXCEPTION: the message id, as catalogued in
*> /data/message-catalog.txt, and the values substituted for &1 to &6
*> in the catalogued text. The wording lives in the catalog alone, so
*> the exception log, the team queues and everything that reads them
*> key on the id and a rewording moves nothing
78 EXC-VALUES-MAX value 6.
01 WS-EXC-MSG-ID         pic x(8).
01 WS-EXC-VALUES.
  05 WS-EXC-VALUE        pic x(100) occurs EXC-VALUES-MAX times.
