identification division.
program-id. 082-seed-onboarding.

environment division.
input-output section.
       file-control.
           select rule-file assign to "./dat/onboarding-rule.dat"
               organization indexed
               access mode dynamic
               record key is Fobr-emptype
               status rule-status.
           select onboarding-file assign to "./dat/onboarding.dat"
               organization indexed
               access mode dynamic
               record key is Fob-userid
               status onboarding-status.
data division.
file section.
       fd rule-file.
           01 Fobr-rec.
               03 Fobr-emptype pic 9(2).
               03 Fobr-required-list pic X(9).
               03 Fobr-updated-by pic 9(7).
               03 Fobr-updated-at pic X(21).
       fd onboarding-file.
           01 Fob-rec.
               03 Fob-userid pic 9(7).
               03 Fob-emptype pic 9(2).
               03 Fob-join-date pic X(8).
               03 Fob-created-at pic X(21).
               03 Fob-item occurs 9 times.
                   05 Fob-required pic X.
                   05 Fob-done-date pic X(8).
               03 Fob-outstanding pic 9.
               03 Fob-completed-date pic X(8).
               03 Fob-notified pic X.
               03 Fob-checked-at pic X(21).
working-storage section.
       01 rule-status pic XX.
       01 onboarding-status pic XX.

procedure division.
main-procedure.
       display "入社手続きの必須項目とチェックリストを初期化します"

       open output onboarding-file.
       close onboarding-file.

       *> 口座・通勤・扶養・緊急連絡先・社員証・有期契約・社保・マイナンバー・申告書
       open output rule-file.
       move zero to Fobr-updated-by.
       move function current-date to Fobr-updated-at.

       *> 正社員
       move 1 to Fobr-emptype.
       move "YYYYYNYYY" to Fobr-required-list.
       write Fobr-rec.

       *> 契約社員
       move 2 to Fobr-emptype.
       move "YYYYYYYYY" to Fobr-required-list.
       write Fobr-rec.

       *> 派遣（給与・社会保険は派遣元で手続きする）
       move 3 to Fobr-emptype.
       move "NNNYYNNNN" to Fobr-required-list.
       write Fobr-rec.

       *> アルバイト
       move 4 to Fobr-emptype.
       move "YYNYYYNYN" to Fobr-required-list.
       write Fobr-rec.

       close rule-file.

       stop run.
