      * one step of the pay-period job stream, one line per step
      * on streamdef.dat in the order the steps run -- the
      * checklist the operators used to work from by hand.  the
      * step number is what a restart resumes at, so steps keep
      * their numbers when one is added between them.  the command
      * is what starts the step's program.  the answers are what
      * the operator would have keyed at the step's prompts, one
      * per prompt in order, up to the first blank one; these
      * stand in for the values the stream supplies:
      *   *OPER*    the operator signed on to the stream
      *   *KEY*     the stream's sign-on key, at a password prompt
      *   *PERIOD*  the pay period the stream is running
      *   *BLANK*   an empty answer (take the prompt's default)
      *   *COMPANY* the step's company, below
      * a step ending with a return code over its limit stops the
      * stream there -- the payroll run's 4 (exceptions listed) is
      * a normal finish for it, so its limit is usually 4.
       01  stream-step-record.
           02  sd-step-number     pic 9(02).
           02  sd-step-name       pic x(12).
           02  sd-command         pic x(40).
           02  sd-rc-limit        pic 9(02).
           02  sd-answer          pic x(10) occurs 8 times.
      * the company a payroll-run step runs -- blank for the
      * combined run of every company.  it answers the run's
      * company prompt (*COMPANY*) and names the checkpoint the
      * run keeps, checkpoint.dat or checkpointCC.dat.
           02  sd-company         pic x(02).
