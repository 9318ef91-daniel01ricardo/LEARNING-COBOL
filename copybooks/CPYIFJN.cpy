      *           action, the program that made the change and the
      *           timestamp of the change. Written by every program
      *           that touches the master - DEMOMNT, ONBOARD,
      *           ACPTAPLY (the post-edit apply), CICPGM3 (the
      *           online maintenance, via the JRNL TD queue) and
      *           CICPGM5 (a supervisor-approved change, same queue,
      *           naming the operator who keyed it) - and
      *           replayed forward by DEMORCVR against a restored
      *           backup to bring a damaged KSDS back to current.
      *           A new writer must also join the concatenation
      *           sample in the DEMORCVR job, or the replay runs on
      *           an incomplete journal, and the DEMOBAL step of
      *           COBBATCH, or the nightly roll-forward balance of
      *           the master fails on its changes, and the CRMFEED
      *           job, or its changes never reach the CRM. The online
      *           writers also stamp the signed-on user id and the
      *           terminal that made the change; the batch writers
      *           leave both blank, so a blank operator reads as a
      *           batch job.
      *           CLIMERGE journals the close of a retired client's
      *           master like any other change, and also the items
      *           it moves off that client onto the survivor (loans,
      *           the open warning, open suspense items, names, the
      *           forwarding entry) as action 'T': JN-ANTES names the
      *           file and the item's key under the retired id,
      *           JN-DEPOIS the file and the survivor id. They are
      *           trail only - DEMORCVR counts them and replays
      *           nothing for them. CLIPURGE journals each client
      *           it removes at the end of the retention period as an
      *           ordinary delete, and each NAMEIDX entry removed with
      *           it as action 'T' with the masked name and no
      *           survivor (note EXPURGADO). DEMOBKUP closes each
      *           journal cycle with a sync-point record, action 'S',
      *           client id zero, stamped with the backup's date and
      *           time and carrying the backup's record count and key
      *           hash in JN-ANTES: everything journaled before it is
      *           already in that night's backup image.
      ******************************************************************
       01  JN-REGISTRO.
           03 JN-PROGRAMA              PIC X(08).
              88 JN-INCLUSAO           VALUE 'I'.
              88 JN-ALTERACAO          VALUE 'A'.
              88 JN-EXCLUSAO           VALUE 'E'.
              88 JN-TRANSFERENCIA      VALUE 'T'.
              88 JN-SINCRONISMO        VALUE 'S'.
           03 JN-ID-CLIENTE            PIC 9(06).
           03 JN-DATA                  PIC 9(08).
           03 JN-HORA                  PIC 9(08).
           03 JN-ANTES                 PIC X(23).
           03 JN-DEPOIS                PIC X(23).
           03 JN-USUARIO               PIC X(08).
           03 JN-TERMINAL              PIC X(04).
