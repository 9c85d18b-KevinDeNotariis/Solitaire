      *>***************************************************************
      *> MSTRBKP - integrity trailer of an indexed-master backup
      *> (<master>_BKP_<yyyymmdd>.DAT, SEQUENTIAL, fixed length),
      *> written by SOLITAIRE_MASTER_UNLOAD and checked by
      *> SOLITAIRE_MASTER_RELOAD before anything is rebuilt. Every
      *> record before the trailer is one master record image in key
      *> order, padded to the trailer's length where the master
      *> record is shorter (MOVEIDX, DECKPROF: 38 bytes; RUNMAST: 351).
      *> The trailer is the last record and is the seal:
      *>   key hash = for every record, the sum over its key bytes of
      *>   (byte position x character ordinal), accumulated mod 10**8
      *>   - a lost, added or re-keyed record changes it.
      *> Date/time is when the unload started: corrections audited
      *> after it are the ones a reload rolls forward.
      *>***************************************************************
       01 BKP-TRAILER.
           02 BT-MARK     PIC X(8).
           02 BT-COUNT    PIC 9(8).
           02 BT-KEY-HASH PIC 9(8).
           02 BT-DATE     PIC 9(8).
           02 BT-TIME     PIC 9(6).
