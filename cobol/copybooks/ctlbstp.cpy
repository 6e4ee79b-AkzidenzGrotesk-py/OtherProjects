      *    nightly batch step control file (CTLBSTEP.DAT) - one
      *    record per step, in the order CTLBATCH runs them.
      *    CTL-BSTP-NAME is the step's name in the run-control
      *    records and in other steps' dependency lists,
      *    CTL-BSTP-MAX-RC the highest condition code the step may
      *    end with and still count as passed, CTL-BSTP-DEP-NAME up
      *    to four earlier steps that must have passed in the same
      *    run before this one is started (blank for none), and
      *    CTL-BSTP-COMMAND the command line that runs the step.
      *    CTLAUDCK and CTLARCH both end with 4 when there is no
      *    trail yet, which is nothing to verify or cut rather than
      *    a failure, so both pass at 4 and the steps behind them
      *    still run. the standard night reads:
      *    MANDELBR 00                                     mandelbrot
      *    CTLAUDCK 04                                     ctlaudck
      *    CTLRECON 00                                     ctlrecon
      *    CTLSHRPT 04                                     ctlshrpt
      *    CTLARCH  04 CTLAUDCK                            ctlarch 30
      *    MBSTRPT  00 MANDELBR                            mbstrpt
      *    CTLSTAND 00                                     ctlstand
      *    CTLHKEEP 04 MBSTRPT  CTLARCH                    ctlhkeep
      *    CTLOPSTS 04                                     ctlopsts
           01  CTL-BSTP-RECORD.
               05 CTL-BSTP-NAME    pic X(8).
               05 filler           pic X.
               05 CTL-BSTP-MAX-RC  pic 99.
               05 filler           pic X.
               05 CTL-BSTP-DEP occurs 4 times.
                   10 CTL-BSTP-DEP-NAME pic X(8).
                   10 filler            pic X.
               05 CTL-BSTP-COMMAND pic X(80).
