       01 new-end pic X(8).
       01 new-renewal pic 9(2).
       01 continue-choice pic X.
       01 registrar-userid pic 9(7).
       *> 労働条件通知書（kintai-work-terms）への作成依頼（external共有）
       01 terms-request-userid pic X(7) external.
       01 terms-request-start pic X(8) external.
       01 terms-request-reason pic X external.
       01 terms-request-issuer pic X(7) external.

procedure division.
main-procedure.
       if auth-password-hash = Fpswd then
           perform check-pswd-expiry-gate
               thru check-pswd-expiry-gate-exit
           move Fuserid to registrar-userid
           go to exec-accept-target
       end-if.

       display "契約を登録しました（userid " target-userid
           "  " target-start "〜" new-end "）".

       *> 更新の契約は労働条件通知書を新しい版で作り直す
       if new-renewal > zero
           move target-userid to terms-request-userid
           move target-start to terms-request-start
           move "R" to terms-request-reason
           move registrar-userid to terms-request-issuer
           call "kintai-work-terms"
               on exception
                   display "kintai-work-terms の呼び出しに失敗しました"
                   display "労働条件通知書は kintai-work-terms で作成してください"
           end-call
           cancel "kintai-work-terms"
           move spaces to terms-request-userid terms-request-start
               terms-request-reason terms-request-issuer
       end-if.

       display "続けて別の契約を登録しますか？ [y/n]".
       accept continue-choice.
       if continue-choice = "y" or continue-choice = "Y"
