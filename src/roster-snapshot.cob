identification division.
program-id. kintai-roster-snapshot.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
working-storage section.
       01 run-param-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 overwrite-flag pic X.
       01 month-int pic 9(8).
       01 month-num pic 9(8).
       *> kintai-asof-master への依頼（external共有）
       01 asof-request-date pic X(8) external.
       01 asof-request-userid pic X(7) external.
       01 asof-request-dept pic X(2) external.
       01 asof-request-mode pic X external.
       01 asof-request-mask pic X external.
       01 asof-request-show pic X external.
       01 asof-request-overwrite pic X external.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "月末在籍者スナップショットの作成".

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
       else
           display "対象年月を入力してください (例: 202609、空欄は前月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       move "overwrite" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:1) to overwrite-flag
       else
           move "N" to overwrite-flag
       end-if.

       if target-yyyymm = spaces
           move function current-date(1:6) to target-yyyymm
       else
           if target-yyyymm is not numeric
               display "対象年月が正しくありません"
               move zero to job-step-count
               goback
           end-if
           *> 指定月の翌月1日を求める
           move target-yyyymm to month-num(1:6)
           move "28" to month-num(7:2)
           compute month-int = function integer-of-date(month-num) + 4
           compute month-num = function date-of-integer(month-int)
           move month-num(1:6) to target-yyyymm
       end-if.
       *> 当月1日の前日（対象月の末日）時点で組み立てる
       move target-yyyymm to month-num(1:6).
       move "01" to month-num(7:2).
       compute month-int = function integer-of-date(month-num) - 1.
       compute month-num = function date-of-integer(month-int).

       display "対象日 " month-num.
       move month-num to asof-request-date.
       move spaces to asof-request-userid.
       move spaces to asof-request-dept.
       move "S" to asof-request-mode.
       move "F" to asof-request-mask.
       move "N" to asof-request-show.
       move overwrite-flag to asof-request-overwrite.
       call "kintai-asof-master"
           on exception
               display "kintai-asof-master の呼び出しに失敗しました"
               move zero to job-step-count
       end-call.
       cancel "kintai-asof-master".
       move spaces to asof-request-date asof-request-userid
           asof-request-dept asof-request-mode asof-request-mask
           asof-request-show asof-request-overwrite.
       goback.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-roster-snapshot" to Frp-program.
       move run-param-name to Frp-param.
       read run-param-file
           invalid key continue
       end-read.
       if run-param-status = "00"
           move Frp-value to run-param-value
           move 1 to run-param-found
       end-if.
       close run-param-file.

lookup-run-param-exit.
       exit.
