      *    TERM RUN -- LEAVES ITS START AND FINISH ON THE AUDIT
      *    TRAIL.
      *
      *    PROGRAMS THAT UPDATE STUDENTMASTER.DAT OR L5HISTORY.DAT
      *    ARE ALSO SERIALIZED THROUGH L5RUNLOCK.TXT: THE CLAIM
      *    TAKES THE LOCK AND THE FINALIZE RELEASES IT, SO A SECOND
      *    UPDATING RUN STARTED WHILE ONE IS STILL IN FLIGHT IS
      *        RP-FUNCTION       'C' CLAIM / 'F' FINALIZE
      *        RP-PROGRAM        CALLING PROGRAM NAME
      *        RP-UPDATER-SW     'Y' WHEN THE CALLER UPDATES
      *                          STUDENTMASTER.DAT OR L5HISTORY.DAT
      *        RP-RESUME-OWN-SW  'Y' WHEN THE CALLER IS RESTARTING
      *                          ITS OWN ABENDED RUN AND MAY PASS
      *                          ITS OWN STALE LOCK
