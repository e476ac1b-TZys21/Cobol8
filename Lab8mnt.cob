      *> next run and the payroll runs pay the employee by check until
      *> the prenote has aged, instead of gambling live money on an
      *> untested account.
      *> TZ - the master now carries a work-location state
      *> (EM-WorkState, after the SSN) for people who live in one
      *> state and work in another. It arrives on the transaction as
      *> TR-WorkState and must be a two-letter code; a blank one on
      *> a change leaves the state on file alone, and a blank one on
      *> an add means the employee works in the state they live in.
      *> It is not a money field, so a change applies immediately.
      *> TZ - deposit allocations: action "D" on the transaction file
      *> sets or removes one of an employee's split-deposit accounts
      *> on lab8-ddalloc.dat -- priority 1-9, type F (flat amount),
      *> P (percent of net) or R (remainder), value, routing and
      *> account, or type X to remove the row at that priority. An
      *> allocation moves money, so it always goes through dual
      *> control. Every new account queues its own prenote, and the
      *> prenote and bad-bank rows are now kept per account rather
      *> than one per employee.
      *> TZ - transactions can carry an effective date (TR-EffDate,
      *> YYYYMMDD, blank = now). A money transaction approved ahead
      *> of its effective date stays on lab8-mntpending.dat marked
      *> approved (state W) and applies on the first run on or after
      *> that date; the pending report lists those separately. A
      *> back-dated approval applies right away -- the retro for the
      *> periods already paid is Lab8Adj's job, not the master's.
      *> TZ - rehires: an add for an employee still on the master as
      *> terminated now reactivates that record instead of being
      *> rejected, audited as an add with the terminated record as
      *> the before image, so Lab8Nhr reports it like any new hire.
       Identification Division.
       Program-ID.     Lab8Mnt.

           Select PendingRptFile
               Assign to "lab8-pending-rpt.dat"
               Organization is Line Sequential.
           Select DDAllocFile
               Assign to "lab8-ddalloc.dat"
               Organization is Line Sequential
               File Status is DDAllocStatus.

       Data Division.
       File Section.
               10 TR-AccountNum Pic 9(12).
               10 TR-PayFreq Pic X.
           05 TR-SSN Pic X(9).
           05 TR-WorkState Pic XX.
           05 TR-DDPriority Pic X.
           05 TR-DDType Pic X.
           05 TR-DDValue Pic 9(7)V99.
           05 TR-EffDate Pic X(8).

       FD  MasterFile.
       01  Master-Record.
               10 EM-Status Pic X.
               10 EM-EmpData Pic X(230).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD  AuditFile.
       01  Audit-Record.
           05  Pic X Value Space.
           05 AU-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 AU-Before Pic X(243).
           05  Pic X Value Space.
           05 AU-After Pic X(243).

       FD  BadBankFile.
       01  BadBank-Record.
           05 BB-EmpNum Pic 9(5).
           05  Pic X.
           05 BB-Routing Pic 9(9).
           05  Pic X.
           05 BB-Account Pic 9(12).

       FD  PrenoteFile.
       01  Prenote-Record.
           05  Pic X Value Space.
           05 PD-Stamp Pic X(14).
           05  Pic X Value Space.
           05 PD-Trans Pic X(270).
           05  Pic X Value Space.
           05 PD-State Pic X.

       FD  ApproveFile.
       01  Approve-Record.
       FD  PendingRptFile.
       01  rpt-record Pic X(100).

       FD  DDAllocFile.
       01  DDAlloc-Record Pic X(45).

       FD  TransExcFile.
       01  TransExcRecord.
           05 TXAction Pic X.
              10 BI-Account Pic 9(12).
              10  Pic X.
           05 BI-SSN Pic X(9).
           05 BI-WorkState Pic XX.
       01  AfterImage.
           05 AF-Image Pic X(232).
           05 AF-SSN Pic 9(9).
           05 AF-WorkState Pic XX.
       01  AppliedCount Pic 9(5) Value 0.
       01  RejectCount Pic 9(5) Value 0.
       01  RejReasonWork Pic X(40).
       01  BadBankTable.
           05 BadBankRow occurs 500 times.
              10 BB-T-EmpNum Pic 9(5).
              10 BB-T-Routing Pic 9(9).
              10 BB-T-Account Pic 9(12).
       01  BBCount Pic 999 Value 0.
       01  BBIndx Pic 999.
       01  BadBankDirty Pic X Value "N".
           88 IsPrenoteHit Value "Y".
       01  BankChanged Pic X.
           88 IsBankChanged Value "Y".
       01  PrenoteOldRouting Pic 9(9).
       01  PrenoteOldAccount Pic 9(12).
       01  PrenoteNewRouting Pic 9(9).
       01  PrenoteNewAccount Pic 9(12).
       01  DDAllocStatus Pic XX.
       01  DDAllocLine.
           05 DA-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 DA-Priority Pic 9.
           05  Pic X Value Space.
           05 DA-Type Pic X.
           05  Pic X Value Space.
           05 DA-Value Pic 9(7)V99.
           05  Pic X Value Space.
           05 DA-Routing Pic 9(9).
           05  Pic X Value Space.
           05 DA-Account Pic 9(12).
       01  DDAllocTable.
           05 DDAllocRow occurs 2000 times.
              10 DAT-EmpNum Pic 9(5).
              10 DAT-Priority Pic 9.
              10 DAT-Type Pic X.
              10 DAT-Value Pic 9(7)V99.
              10 DAT-Routing Pic 9(9).
              10 DAT-Account Pic 9(12).
       01  DACount Pic 9(4) Value 0.
       01  DAIndx Pic 9(4).
       01  DASlot Pic 9(4).
       01  DDAllocDirty Pic X Value "N".
           88 IsDDAllocDirty Value "Y".
       01  PendingStatus Pic XX.
       01  ApproveStatus Pic XX.
       01  PendingTable.
           05 PendingRow occurs 200 times.
              10 PT2-Id Pic 9(5).
              10 PT2-Stamp Pic X(14).
              10 PT2-Trans Pic X(270).
              10 PT2-State Pic X.
       01  PendCount Pic 999 Value 0.
       01  PendIndx Pic 999.
           88 IsSsnSupplied Value "Y".
       01  QueuedCount Pic 9(5) Value 0.
       01  StillPendCount Pic 9(5) Value 0.
       01  WaitingCount Pic 9(5) Value 0.
       01  RunDateNum Pic 9(8).
       01  Pend-Header.
           05  Pic X(44) Value
               "Pending master transactions awaiting approva".
           05 PL-Action Pic X.
           05  Pic X(7) Value "  Emp: ".
           05 PL-EmpNum Pic 9(5).
           05 PL-Note Pic X(24).
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:14) to RunStamp
           Move RunStamp (1:8) to RunDateNum
           Perform 060-LoadBadBank
           Perform 065-LoadPrenotes
           Perform 067-LoadDDAlloc
           Perform 054-LoadPendSeq
           Perform 055-LoadPending
           Perform 056-LoadApprovals
           Close MasterFile
           Perform 160-RewriteBadBank
           Perform 165-RewritePrenotes
           Perform 167-RewriteDDAlloc
           Perform 210-RewritePending
           Perform 215-RewriteApprovals
           Perform 216-SavePendSeq
           Display "Lab8Mnt: " StillPendCount
            " transaction(s) still awaiting approval"
           end-if
           if WaitingCount > 0
           Display "Lab8Mnt: " WaitingCount
            " approved transaction(s) waiting for effective date"
           end-if
           if RejectCount > 0
           Display "Lab8Mnt: " RejectCount " transaction(s) rejected"
           Move 1 to Return-Code
           Move PD-Id to PT2-Id(PendCount)
           Move PD-Stamp to PT2-Stamp(PendCount)
           Move PD-Trans to PT2-Trans(PendCount)
           if PD-State = "W"
           Move "W" to PT2-State(PendCount)
           else
           Move "P" to PT2-State(PendCount)
           end-if
           if PD-Id not < NextPendId
           Compute NextPendId = PD-Id + 1
           end-if
      *> what the auditors keep writing us up for. Every approval
      *> that touched a pending id is consumed, whichever way it
      *> went -- a signature is good for exactly one transaction.
      *> An approved transaction waiting on its effective date
      *> applies once that date arrives; a new approval for a future
      *> date parks the transaction as approved instead of applying.
       200-ProcessPending.
           Move "Y" to PendingPass
           Perform Varying PendIndx from 1 by 1
            until PendIndx > PendCount
           if PT2-State(PendIndx) = "W"
           Move PT2-Trans(PendIndx) to Trans-Record
           if TR-EffDate not > RunDateNum
           Perform 100-ApplyTrans
           Move "A" to PT2-State(PendIndx)
           end-if
           end-if
           end-perform
           Perform Varying PendIndx from 1 by 1
            until PendIndx > PendCount
           Perform Varying AppIndx from 1 by 1 until AppIndx > AppCount
           Move "R" to PT2-State(PendIndx)
           else
           Move PT2-Trans(PendIndx) to Trans-Record
           if TR-EffDate is numeric and TR-EffDate > RunDateNum
           Move "W" to PT2-State(PendIndx)
           else
           Perform 100-ApplyTrans
           Move "A" to PT2-State(PendIndx)
           end-if
           end-if
           end-if
           end-perform
           end-perform
           Move "N" to PendingPass.
           Open Output PendingFile
           Perform Varying PendIndx from 1 by 1
            until PendIndx > PendCount
           if PT2-State(PendIndx) = "P" or PT2-State(PendIndx) = "W"
           Move Spaces to Pending-Record
           Move PT2-Id(PendIndx) to PD-Id
           Move PT2-Stamp(PendIndx) to PD-Stamp
           Move PT2-Trans(PendIndx) to PD-Trans
           if PT2-State(PendIndx) = "W"
           Move "W" to PD-State
           Add 1 to WaitingCount
           else
           Add 1 to StillPendCount
           end-if
           Write Pending-Record
           end-if
           end-perform
           Close PendingFile.

           Write rpt-record from blank-line
           Perform Varying PendIndx from 1 by 1
            until PendIndx > PendCount
           if PT2-State(PendIndx) = "P" or PT2-State(PendIndx) = "W"
           Move PT2-Id(PendIndx) to PL-Id
           Move PT2-Stamp(PendIndx) to PL-Stamp
           Move PT2-Trans(PendIndx) (2:8) to PL-User
           Move PT2-Trans(PendIndx) (1:1) to PL-Action
           Move PT2-Trans(PendIndx) (63:5) to PL-EmpNum
           Move Spaces to PL-Note
           if PT2-State(PendIndx) = "W"
           String "  Approved, eff " PT2-Trans(PendIndx) (263:8)
            delimited by size into PL-Note
           end-if
           Write rpt-record from Pend-Line
           end-if
           end-perform
           end-if
           Add 1 to BBCount
           Move BB-EmpNum to BB-T-EmpNum(BBCount)
           if BB-Routing is numeric and BB-Account is numeric
           Move BB-Routing to BB-T-Routing(BBCount)
           Move BB-Account to BB-T-Account(BBCount)
           else
           Move 0 to BB-T-Routing(BBCount)
           Move 0 to BB-T-Account(BBCount)
           end-if
           end-read
           end-perform
           Close BadBankFile
      *> the payroll runs pay by check until it has aged.
       155-QueuePrenote.
           Move "N" to BankChanged
           Move 0 to PrenoteOldRouting
           Move 0 to PrenoteOldAccount
           if TR-Routing > 0 and TR-AccountNum > 0
           if BeforeImage = Spaces
           Move "Y" to BankChanged
           if BI-Routing not numeric or BI-Account not numeric
           Move "Y" to BankChanged
           else
           Move BI-Routing to PrenoteOldRouting
           Move BI-Account to PrenoteOldAccount
           if BI-Routing not = TR-Routing or
            BI-Account not = TR-AccountNum
           Move "Y" to BankChanged
           end-if
           end-if
           if IsBankChanged
           Move TR-Routing to PrenoteNewRouting
           Move TR-AccountNum to PrenoteNewAccount
           Perform 156-QueueAccountPrenote
           end-if.

      *> Prenotes are kept one row per account. The row for the
      *> account being replaced is re-pointed at the new one; failing
      *> that a row already queued for the new account is re-queued;
      *> failing that a row is added.
       156-QueueAccountPrenote.
           Move "N" to Prenote-Hit
           Perform Varying PNIndx from 1 by 1 until PNIndx > PNCount
           if PT-EmpNum(PNIndx) = TR-EmpNum and not IsPrenoteHit and
            PT-Routing(PNIndx) = PrenoteOldRouting and
            PT-Account(PNIndx) = PrenoteOldAccount
           Move "Y" to Prenote-Hit
           Perform 157-SetPrenoteRow
           end-if
           end-perform
           Perform Varying PNIndx from 1 by 1 until PNIndx > PNCount
           if PT-EmpNum(PNIndx) = TR-EmpNum and not IsPrenoteHit and
            PT-Routing(PNIndx) = PrenoteNewRouting and
            PT-Account(PNIndx) = PrenoteNewAccount
           Move "Y" to Prenote-Hit
           Perform 157-SetPrenoteRow
           end-if
           end-perform
           if not IsPrenoteHit
           stop run
           end-if
           Add 1 to PNCount
           Move PNCount to PNIndx
           Perform 157-SetPrenoteRow
           end-if
           Move "Y" to PrenoteDirty.

       157-SetPrenoteRow.
           Move TR-EmpNum to PT-EmpNum(PNIndx)
           Move PrenoteNewRouting to PT-Routing(PNIndx)
           Move PrenoteNewAccount to PT-Account(PNIndx)
           Move 0 to PT-SentDate(PNIndx)
      *> An allocation transaction needn't carry the name; the master
      *> read just before has it.
           if TR-EmpName = Spaces
           Move EM-EmpData (58:35) to PT-Name(PNIndx)
           else
           Move TR-EmpName to PT-Name(PNIndx)
           end-if.

      *> A removed allocation's account needs no prenote any more.
       158-DropAccountPrenote.
           Perform Varying PNIndx from 1 by 1 until PNIndx > PNCount
           if PT-EmpNum(PNIndx) = TR-EmpNum and
            PT-Routing(PNIndx) = PrenoteOldRouting and
            PT-Account(PNIndx) = PrenoteOldAccount
           Move 0 to PT-EmpNum(PNIndx)
           Move "Y" to PrenoteDirty
           end-if
           end-perform.

       165-RewritePrenotes.
           if IsPrenoteDirty
           Open Output PrenoteFile
      *> An applied transaction with real bank data takes the
      *> employee off the bounced-deposit list Lab8Ret maintains --
      *> 147-WriteDD in the payroll runs reads that list, so this is
      *> the way back to direct deposit. The list names accounts now:
      *> a master change clears the master account (old and new) and
      *> any older whole-employee row, but a bounced split-deposit
      *> account stays flagged until its own allocation is fixed.
       150-ClearBadBank.
           if TR-Routing > 0 and TR-AccountNum > 0
           Perform Varying BBIndx from 1 by 1 until BBIndx > BBCount
           if BB-T-EmpNum(BBIndx) = TR-EmpNum
           if BeforeImage = Spaces or BI-Routing not numeric or
            BI-Account not numeric or BB-T-Account(BBIndx) = 0 or
            (BB-T-Routing(BBIndx) = BI-Routing and
            BB-T-Account(BBIndx) = BI-Account) or
            (BB-T-Routing(BBIndx) = TR-Routing and
            BB-T-Account(BBIndx) = TR-AccountNum)
           Move 0 to BB-T-EmpNum(BBIndx)
           Move "Y" to BadBankDirty
           end-if
           end-if
           end-perform
           end-if.

      *> An allocation change clears the flag on the account it
      *> replaces or removes, and on the account it points at.
       151-ClearAllocBadBank.
           Perform Varying BBIndx from 1 by 1 until BBIndx > BBCount
           if BB-T-EmpNum(BBIndx) = TR-EmpNum and
            BB-T-Account(BBIndx) > 0 and
            ((BB-T-Routing(BBIndx) = PrenoteOldRouting and
            BB-T-Account(BBIndx) = PrenoteOldAccount) or
            (BB-T-Routing(BBIndx) = PrenoteNewRouting and
            BB-T-Account(BBIndx) = PrenoteNewAccount))
           Move 0 to BB-T-EmpNum(BBIndx)
           Move "Y" to BadBankDirty
           end-if
           end-perform.

       160-RewriteBadBank.
           if IsBadBankDirty
           Open Output BadBankFile
           Perform Varying BBIndx from 1 by 1 until BBIndx > BBCount
           if BB-T-EmpNum(BBIndx) > 0
           Move Spaces to BadBank-Record
           Move BB-T-EmpNum(BBIndx) to BB-EmpNum
           if BB-T-Account(BBIndx) > 0
           Move BB-T-Routing(BBIndx) to BB-Routing
           Move BB-T-Account(BBIndx) to BB-Account
           end-if
           Write BadBank-Record
           end-if
           end-perform
           Close BadBankFile
           end-if.

       067-LoadDDAlloc.
           Move 0 to DACount
           Open Input DDAllocFile
           if DDAllocStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read DDAllocFile into DDAllocLine
           at end Move "Y" to EOF
           not at end
           if DACount = 2000
           Display "Lab8Mnt: deposit allocation table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to DACount
           Move DA-EmpNum to DAT-EmpNum(DACount)
           Move DA-Priority to DAT-Priority(DACount)
           Move DA-Type to DAT-Type(DACount)
           Move DA-Value to DAT-Value(DACount)
           Move DA-Routing to DAT-Routing(DACount)
           Move DA-Account to DAT-Account(DACount)
           end-read
           end-perform
           Close DDAllocFile
           end-if
           Move "N" to EOF.

      *> Written back in employee/priority order is not required --
      *> 147-WriteDD walks the rows by priority itself.
       167-RewriteDDAlloc.
           if IsDDAllocDirty
           Open Output DDAllocFile
           Perform Varying DAIndx from 1 by 1 until DAIndx > DACount
           if DAT-EmpNum(DAIndx) > 0
           Perform 127-FormatAllocLine
           Write DDAlloc-Record from DDAllocLine
           end-if
           end-perform
           Close DDAllocFile
           end-if.

       070-OpenMaster.
           Open I-O MasterFile
           if MasterStatus = "35"
           Perform 140-WriteTransExc
           exit paragraph
           end-if
           Perform 117-CheckWorkState
           if IsBadTrans
           Perform 140-WriteTransExc
           exit paragraph
           end-if
           Perform 119-CheckEffDate
           if IsBadTrans
           Perform 140-WriteTransExc
           exit paragraph
           end-if
           if TR-Action = "D"
           Perform 126-CheckAllocation
           if IsBadTrans
           Perform 140-WriteTransExc
           exit paragraph
           end-if
           end-if
           if not IsPendingPass
           if TR-Action = "A" or TR-Action = "D"
           Perform 180-QueuePending
           exit paragraph
           end-if
           if TR-Action = "T"
           Perform 130-TerminateEmployee
           else
           if TR-Action = "D"
           Perform 125-AllocateDeposit
           else
           Move "Y" to Bad-Trans
           Move "Invalid action code" to RejReasonWork
           end-if
           end-if
           end-if
           end-if
           if IsBadTrans
           Perform 140-WriteTransExc
           end-if.
           else
           Move 0 to EM-SSN
           end-if
           Move TR-WorkState to EM-WorkState
           Move EM-Image to AF-Image
           Move EM-SSN to AF-SSN
           Move EM-WorkState to AF-WorkState
           Write Master-Record
           Perform 150-WriteAudit
           Perform 150-ClearBadBank
           Perform 118-NoteSsn
           Add 1 to AppliedCount
           not invalid key
           if EM-Status = "T"
           Perform 111-RehireEmployee
           else
           Move "Y" to Bad-Trans
           Move "Add for employee already on master" to RejReasonWork
           end-if
           end-read.

      *> A rehire is an add for someone still on the master as
      *> terminated: the record comes back active under the same
      *> number with the new data, and the audit row is an "A" like
      *> any other add so new-hire reporting picks it up, with the
      *> terminated record as the before image.
       111-RehireEmployee.
           Move EM-Image to BI-Image
           Move EM-SSN to BI-SSN
           Move EM-WorkState to BI-WorkState
           Move TR-RunFile to EM-RunFile
           Move "A" to EM-Status
           Move TR-EmpData to EM-EmpData
           if IsSsnSupplied
           Move SsnWork to EM-SSN
           end-if
           if TR-WorkState not = Spaces
           Move TR-WorkState to EM-WorkState
           end-if
           Move EM-Image to AF-Image
           Move EM-SSN to AF-SSN
           Move EM-WorkState to AF-WorkState
           Rewrite Master-Record
           Perform 150-WriteAudit
           Perform 150-ClearBadBank
           Perform 155-QueuePrenote
           Perform 118-NoteSsn
           Add 1 to AppliedCount.

       120-ChangeEmployee.
           Move TR-EmpNum to EM-EmpNum
           Read MasterFile
           not invalid key
           Move EM-Image to BI-Image
           Move EM-SSN to BI-SSN
           Move EM-WorkState to BI-WorkState
           Move TR-RunFile to EM-RunFile
           Move TR-EmpData to EM-EmpData
      *> A blank SSN on a change transaction means "leave the number
           if IsSsnSupplied
           Move SsnWork to EM-SSN
           end-if
           if TR-WorkState not = Spaces
           Move TR-WorkState to EM-WorkState
           end-if
           Move EM-Image to AF-Image
           Move EM-SSN to AF-SSN
           Move EM-WorkState to AF-WorkState
           Rewrite Master-Record
           Perform 150-WriteAudit
           Perform 150-ClearBadBank
           Add 1 to AppliedCount
           end-read.

      *> A deposit allocation sets (or, type X, removes) the row at
      *> its priority for the employee. The audit log carries the
      *> allocation row before and after in place of master images.
       125-AllocateDeposit.
           Move TR-EmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           Move "Y" to Bad-Trans
           Move "Allocation for employee not on master" to RejReasonWork
           end-read
           if IsBadTrans
           exit paragraph
           end-if
           Move 0 to DASlot
           Perform Varying DAIndx from 1 by 1 until DAIndx > DACount
           if DAT-EmpNum(DAIndx) = TR-EmpNum and
            DAT-Priority(DAIndx) = TR-DDPriority
           Move DAIndx to DASlot
           end-if
           end-perform
           if TR-DDType = "X" and DASlot = 0
           Move "Y" to Bad-Trans
           Move "No allocation at that priority" to RejReasonWork
           exit paragraph
           end-if
           Move Spaces to BeforeImage
           Move 0 to PrenoteOldRouting
           Move 0 to PrenoteOldAccount
           if DASlot > 0
           Move DASlot to DAIndx
           Perform 127-FormatAllocLine
           Move DDAllocLine to BeforeImage
           Move DAT-Routing(DASlot) to PrenoteOldRouting
           Move DAT-Account(DASlot) to PrenoteOldAccount
           end-if
           if TR-DDType = "X"
           Move 0 to DAT-EmpNum(DASlot)
           Move Spaces to AfterImage
           Move 0 to PrenoteNewRouting
           Move 0 to PrenoteNewAccount
           Perform 158-DropAccountPrenote
           else
           if DASlot = 0
           if DACount = 2000
           Display "Lab8Mnt: deposit allocation table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to DACount
           Move DACount to DASlot
           end-if
           Move TR-EmpNum to DAT-EmpNum(DASlot)
           Move TR-DDPriority to DAT-Priority(DASlot)
           Move TR-DDType to DAT-Type(DASlot)
           Move TR-DDValue to DAT-Value(DASlot)
           Move TR-Routing to DAT-Routing(DASlot)
           Move TR-AccountNum to DAT-Account(DASlot)
           Move DASlot to DAIndx
           Perform 127-FormatAllocLine
           Move DDAllocLine to AfterImage
           Move TR-Routing to PrenoteNewRouting
           Move TR-AccountNum to PrenoteNewAccount
           if PrenoteNewRouting not = PrenoteOldRouting or
            PrenoteNewAccount not = PrenoteOldAccount
           Perform 156-QueueAccountPrenote
           end-if
           end-if
           Move "Y" to DDAllocDirty
           Perform 150-WriteAudit
           Perform 151-ClearAllocBadBank
           Add 1 to AppliedCount.

      *> Edits that don't need the master, so a bad allocation is
      *> rejected when keyed rather than after someone approves it.
       126-CheckAllocation.
           if TR-DDPriority not numeric or TR-DDPriority = "0"
           Move "Y" to Bad-Trans
           Move "Allocation priority must be 1-9" to RejReasonWork
           exit paragraph
           end-if
           if TR-DDType = "X"
           exit paragraph
           end-if
           if TR-DDType not = "F" and TR-DDType not = "P" and
            TR-DDType not = "R"
           Move "Y" to Bad-Trans
           Move "Allocation type must be F, P, R or X" to RejReasonWork
           exit paragraph
           end-if
           if TR-Routing not numeric or TR-AccountNum not numeric
           Move "Y" to Bad-Trans
           Move "Allocation needs routing and account" to RejReasonWork
           exit paragraph
           end-if
           if TR-Routing = 0 or TR-AccountNum = 0
           Move "Y" to Bad-Trans
           Move "Allocation needs routing and account" to RejReasonWork
           exit paragraph
           end-if
           if TR-DDValue not numeric
           Move "Y" to Bad-Trans
           Move "Allocation value is not numeric" to RejReasonWork
           exit paragraph
           end-if
           if TR-DDType = "P" and
            (TR-DDValue = 0 or TR-DDValue > 100)
           Move "Y" to Bad-Trans
           Move "Allocation percent must be 1-100" to RejReasonWork
           exit paragraph
           end-if
           if TR-DDType = "F" and TR-DDValue = 0
           Move "Y" to Bad-Trans
           Move "Flat allocation needs an amount" to RejReasonWork
           exit paragraph
           end-if
           if TR-DDType = "R"
           Perform Varying DAIndx from 1 by 1 until DAIndx > DACount
           if DAT-EmpNum(DAIndx) = TR-EmpNum and
            DAT-Type(DAIndx) = "R" and
            DAT-Priority(DAIndx) not = TR-DDPriority
           Move "Y" to Bad-Trans
           Move "Employee already has a remainder account"
            to RejReasonWork
           end-if
           end-perform
           end-if.

       127-FormatAllocLine.
           Move Spaces to DDAllocLine
           Move DAT-EmpNum(DAIndx) to DA-EmpNum
           Move DAT-Priority(DAIndx) to DA-Priority
           Move DAT-Type(DAIndx) to DA-Type
           Move DAT-Value(DAIndx) to DA-Value
           Move DAT-Routing(DAIndx) to DA-Routing
           Move DAT-Account(DAIndx) to DA-Account.

      *> Terminations are a status flip, not a delete -- the record
      *> stays on the master (so the audit trail keeps its key) and
      *> Lab8Ext simply stops extracting it.
           not invalid key
           Move EM-Image to BI-Image
           Move EM-SSN to BI-SSN
           Move EM-WorkState to BI-WorkState
           Move "T" to EM-Status
           Move EM-Image to AF-Image
           Move EM-SSN to AF-SSN
           Move EM-WorkState to AF-WorkState
           Rewrite Master-Record
           Perform 150-WriteAudit
           Add 1 to AppliedCount
           end-if
           Move "Y" to SsnSupplied.

      *> A supplied work state has to look like a state code -- two
      *> letters. Blank is always fine (see the add and change).
       117-CheckWorkState.
           if TR-WorkState not = Spaces
           if TR-WorkState not alphabetic or
            TR-WorkState (1:1) = Space or TR-WorkState (2:1) = Space
           Move "Y" to Bad-Trans
           Move "Work state is not a state code" to RejReasonWork
           end-if
           end-if.

      *> Blank means effective now; anything else must be a real date.
       119-CheckEffDate.
           if TR-EffDate not = Spaces
           if TR-EffDate is not numeric
           Move "Y" to Bad-Trans
           Move "Invalid effective date" to RejReasonWork
           else
           if Function Test-Date-YYYYMMDD(Function Numval(TR-EffDate))
            not = 0
           Move "Y" to Bad-Trans
           Move "Invalid effective date" to RejReasonWork
           end-if
           end-if
           end-if.

       118-NoteSsn.
           if IsSsnSupplied
           Move "N" to SsnDup
