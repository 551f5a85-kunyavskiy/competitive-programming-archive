      *   OBAL  output does not balance to the input trailer
      *   DUPR  run already completed for the business date and no
      *         RR rerun authorization on DATECTRL
      *   NOAK  no receiver acknowledgment (SECACK) for the SECOUT
      *         batch by the next business day after it was sent;
      *         AL-INPUT-CNT carries the BC records sent and
      *         AL-OUTPUT-CNT/AL-REJECT-CNT those accepted/refused.
      *         RECONCILE signs the run off complete but for review
      *   SLAS  a chain step ran longer than its STEPLIM limit;
      *         AL-PROGRAM names the step, AL-INPUT-CNT carries
      *         the elapsed seconds and AL-OUTPUT-CNT the limit
      *   SLAC  the chain finished after its STEPLIM deadline;
      *         AL-INPUT-CNT carries the finish time and
      *         AL-OUTPUT-CNT the deadline, both HHMMSS
      * RECONCILE reports the alerts for the business date so the
      * morning operator sees exactly why a utility produced no
      * usable data.
