      *> passes so one company's working storage can't leak into the
      *> next. No company file means the original single-company run,
      *> unchanged.
      *> TZ - Lab8Cmp runs right after validation: every employee's
      *> effective hourly rate is held against the state minimum
      *> wage on lab8-minwage.dat, and anyone paid below it stops
      *> the chain before a payroll program runs (salaries under the
      *> exempt threshold are listed but don't stop it).
      *> TZ - Lab8Csh (payroll cash requirements) runs after the
      *> payroll programs, live and preview, so treasury knows what
      *> to fund and when before Lab8Ach transmits; Lab8Dep now runs
      *> ahead of it and of balancing so the tax deposit can be
      *> dated, and Lab8Bal ties the register net to its net pay.
      *> TZ - every completed live company pass now ends with Lab8Gen,
      *> which keeps that run's registers, stubs, exception and
      *> interface files as dated generations under the retention
      *> count on lab8-genparm.dat (Lab8Rpr reprints from them).
       Identification Division.
       Program-ID.     Lab8Drv.

           Move Return-Code to StepStatus
           Perform 900-CheckStep
           end-if
      *> Wage-and-hour check against the validated extract; it only
      *> reads, so it runs for a preview too.
           if not StepFailed
           Move "Lab8Cmp (compliance)" to StepName
           Call "Lab8Cmp"
           Move Return-Code to StepStatus
           Perform 900-CheckStep
           end-if
           if not StepFailed
      *> The indexed masters are unloaded to dated backups before
      *> the payroll programs rewrite them in place -- recovery from
           Call "Lab08"
           Move Return-Code to StepStatus
           Perform 900-CheckStep
      *> The tax deposit is scheduled first so the cash
      *> requirements report can date it; the report itself runs
      *> for a preview too, off the preview's cash extracts, so
      *> treasury can see the number before the live run.
           if not StepFailed and not IsPreview
           Move "Lab8Dep (tax deposit)" to StepName
           Call "Lab8Dep"
           Move Return-Code to StepStatus
           Perform 900-CheckStep
           end-if
           if not StepFailed
           Move "Lab8Csh (cash requirements)" to StepName
           Call "Lab8Csh"
           Move Return-Code to StepStatus
           Perform 900-CheckStep
           end-if
      *> A preview posts nothing, cuts nothing and sends nothing, so
      *> balancing and the bank file have nothing true to work
      *> from -- they only run live.
           if not StepFailed and not IsPreview
           Move "Lab8Bal (balancing)" to StepName
           Call "Lab8Bal"
           Call "Lab8Ach"
           Move Return-Code to StepStatus
           Perform 900-CheckStep
      *> Every live run ends by exporting the day's issued and
      *> voided checks to the bank's positive-pay file -- the
      *> forged-check window only stays closed if nobody has to
           end-if
           end-if
           end-if
           if not StepFailed and not IsPreview
           Perform 120-MarkPeriodDone
      *> The run is on the books; only now are its outputs kept as
      *> the day's dated generations (and the oldest rolled off), so
      *> a failed or previewed run never leaves a generation behind.
           Move "Lab8Gen (outputs)" to StepName
           Call "Lab8Gen"
           Move Return-Code to StepStatus
           Perform 900-CheckStep
           end-if
      *> A fresh company pass must start from initial state -- the
      *> payroll programs keep tables, totals and page counters in
      *> working storage between CALLs otherwise.
           Cancel "Lab8Enr"
           Cancel "Lab8Val"
           Cancel "Lab8Cmp"
           Cancel "Lab8Bak"
           Cancel "Lab08a"
           Cancel "Lab08"
           Cancel "Lab8Bal"
           Cancel "Lab8Ach"
           Cancel "Lab8Dep"
           Cancel "Lab8Csh"
           Cancel "Lab8Pos"
           Cancel "Lab8Gen"
           Cancel "Lab8Sub".

       210-PointRunCompany.
