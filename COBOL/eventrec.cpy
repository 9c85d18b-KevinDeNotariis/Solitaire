      *>***************************************************************
      *> EVENTREC - shared record layout for the monitoring event feed
      *> (EVENTS.DAT, LINE SEQUENTIAL, append only). One record per
      *> event, appended as it happens by SOLITAIRE_PLAY_N_GAMES,
      *> SOLITAIRE_VERIFY, SOLITAIRE_RECONCILE, SOLITAIRE_RUNMAST_BATCH,
      *> SOLITAIRE_ARCHIVE and SOLITAIRE_STAT_RECOVER (each opens the
      *> feed EXTEND / writes / closes per event, like JOBERR.DAT),
      *> and picked up by SOLITAIRE_EVENT_FORWARD for the monitoring
      *> interface. Nothing rewrites or truncates the feed: the
      *> forwarder's high-water mark is a record count.
      *>***************************************************************
       01 EVENT-RECORD.
           02 EV-DATE PIC 9(8).
           02 EV-TIME PIC 9(6).
      *> PROGRAM-ID of the writer.
           02 EV-PROGRAM PIC X(24).
      *> Run the event is about; SPACES when it concerns no one run
      *> (the stat history, the unsuffixed dataset pair).
           02 EV-RUN-ID PIC X(8).
      *> Same scale as the RETURN-CODEs: 0 information, 4 warning,
      *> 8 error - the monitoring console alerts on 4 and above.
           02 EV-SEVERITY PIC 9.
      *> RUNSTART  run started or resumed     (SOLITAIRE_PLAY_N_GAMES)
      *> CHECKPT   checkpoint taken
      *> RUNDONE   run completed
      *> RUNFAIL   run failed / refused
      *> BROKEN    dataset seal broken        (SOLITAIRE_VERIFY)
      *> UNSEALED  dataset without a seal
      *> OUTBAL    run out of balance         (SOLITAIRE_RECONCILE)
      *> REJECT    correction rejected        (SOLITAIRE_RUNMAST_BATCH)
      *> ARCHIVED  run's records archived     (SOLITAIRE_ARCHIVE)
      *> RECOVER   stat history rebuilt       (SOLITAIRE_STAT_RECOVER)
           02 EV-CODE PIC X(8).
           02 EV-TEXT PIC X(80).
