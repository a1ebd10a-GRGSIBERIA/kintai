           select ledger-file assign to "./dat/job-run.dat"
               organization line sequential
               status ledger-status.
           select running-file assign to "./dat/job-running.dat"
               organization line sequential
               status running-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               03 lg-outcome pic X(2).
               03 lg-filler6 pic X.
               03 lg-count pic 9(7).
       *> 実行中ステップの目印（SLA監視が参照する。完了時に空にする）
       fd running-file.
           01 running-rec.
               03 rn-chain pic X(20).
               03 rn-filler1 pic X.
               03 rn-run-id pic X(14).
               03 rn-filler2 pic X.
               03 rn-step pic 9(2).
               03 rn-filler3 pic X.
               03 rn-program pic X(30).
               03 rn-filler4 pic X.
               03 rn-started pic X(14).
working-storage section.
       01 status-rec.
           03 chain-status pic XX.
           03 ledger-status pic XX.
           03 running-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）。登録があれば
       *> コンソールのACCEPTを省略してその値を使う
       01 run-param-status pic XX.

       move function current-date(1:14) to step-started.

       open output running-file.
       move chain-name to rn-chain.
       move run-id to rn-run-id.
       move cur-step to rn-step.
       move call-program to rn-program.
       move step-started to rn-started.
       move " " to rn-filler1 rn-filler2 rn-filler3 rn-filler4.
       write running-rec.
       close running-file.

       move zero to call-failed.
       move zero to return-code.
       move zero to job-step-count.
       end-call.
       cancel call-program.

       open output running-file.
       close running-file.

       if call-failed = zero and return-code not = zero
           move 1 to call-failed
       end-if.
