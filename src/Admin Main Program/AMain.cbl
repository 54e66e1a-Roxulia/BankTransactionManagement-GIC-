           05  RPT-USalt          PIC X(32).
           05  RPT-UStatus        PIC X.

      *>admin menu option labels, by option number - the menu
      *>shows only the options the role permission table grants
       01  menu-label-values.
           05  filler pic x(19) value "New Acct Applicatn ".
           05  filler pic x(19) value "View User List     ".
           05  filler pic x(19) value "Update User Info   ".
           05  filler pic x(19) value "Deposit to User    ".
           05  filler pic x(19) value "Create Admin       ".
           05  filler pic x(19) value "View Admin List    ".
           05  filler pic x(19) value "Update Admin Info  ".
           05  filler pic x(19) value "Generate Report    ".
           05  filler pic x(19) value "Day-End Summary    ".
           05  filler pic x(19) value "View All Trx(sort) ".
           05  filler pic x(19) value "Manage NRC Codes   ".
           05  filler pic x(19) value "Run Interest Job   ".
           05  filler pic x(19) value "Reverse Trx        ".
           05  filler pic x(19) value "Acct Status        ".
           05  filler pic x(19) value "Reset User Pswd    ".
           05  filler pic x(19) value "New Standing Order ".
           05  filler pic x(19) value "Run Standing Orders".
           05  filler pic x(19) value "New Fixed Deposit  ".
           05  filler pic x(19) value "Run FD Maturity    ".
           05  filler pic x(19) value "Export Data Extract".
           05  filler pic x(19) value "Run Reconciliation ".
           05  filler pic x(19) value "Bulk Import Users  ".
           05  filler pic x(19) value "Run End Of Day     ".
           05  filler pic x(19) value "Manage Holidays    ".
           05  filler pic x(19) value "Run GL Posting     ".
           05  filler pic x(19) value "Manage Int Rates   ".
           05  filler pic x(19) value "Tax Remit Report   ".
           05  filler pic x(19) value "New Loan           ".
           05  filler pic x(19) value "Run Loan Collection".
           05  filler pic x(19) value "Overdraft Facility ".
           05  filler pic x(19) value "Joint Acct Holder  ".
           05  filler pic x(19) value "Close Account      ".
           05  filler pic x(19) value "Reactivate Dormant ".
           05  filler pic x(19) value "Customer Tier      ".
           05  filler pic x(19) value "Debit Cards        ".
           05  filler pic x(19) value "Channel Import     ".
           05  filler pic x(19) value "Clearing Import    ".
           05  filler pic x(19) value "Cheques            ".
           05  filler pic x(19) value "Payroll Run        ".
           05  filler pic x(19) value "Break Fixed Deposit".
           05  filler pic x(19) value "FD Portfolio Report".
           05  filler pic x(19) value "Biller Directory   ".
           05  filler pic x(19) value "Biller Settlement  ".
           05  filler pic x(19) value "Disputes           ".
           05  filler pic x(19) value "Suspect Review     ".
           05  filler pic x(19) value "NRC Blacklist      ".
           05  filler pic x(19) value "KYC Status Report  ".
           05  filler pic x(19) value "Record KYC Review  ".
           05  filler pic x(19) value "Cash Drawers       ".
           05  filler pic x(19) value "Branch Master      ".
           05  filler pic x(19) value "Branch Recon       ".
           05  filler pic x(19) value "Suspense Repair    ".
           05  filler pic x(19) value "Archive Old Trx    ".
           05  filler pic x(19) value "Backup / Restore   ".
           05  filler pic x(19) value "Integrity Audit    ".
           05  filler pic x(19) value "Rebuild Day Totals ".
           05  filler pic x(19) value "Audit Inquiry      ".
           05  filler pic x(19) value "Report Spool       ".
           05  filler pic x(19) value "Spending Categories".
           05  filler pic x(19) value "FX Rate Table      ".
           05  filler pic x(19) value "Statement Cycle    ".
           05  filler pic x(19) value "Backdated Adjust   ".
           05  filler pic x(19) value "GL Period Close    ".
           05  filler pic x(19) value "Chart of Accounts  ".
           05  filler pic x(19) value "GL Inquiry         ".
           05  filler pic x(19) value "FIU Cash Extract   ".
           05  filler pic x(19) value "Prudential Return  ".
           05  filler pic x(19) value "Deceased / Estate  ".
           05  filler pic x(19) value "Liens / Garnishmnt ".
           05  filler pic x(19) value "Outward Collection ".
           05  filler pic x(19) value "Switch Settle Recon".
           05  filler pic x(19) value "Interbank Acks     ".
           05  filler pic x(19) value "Loan Repay/Settle  ".
           05  filler pic x(19) value "Loan Provisioning  ".
           05  filler pic x(19) value "Loan Write-Offs    ".
           05  filler pic x(19) value "Collateral Registry".
           05  filler pic x(19) value "Liquidity Forecast ".
           05  filler pic x(19) value "Direct Debit Run   ".
           05  filler pic x(19) value "Gateway Delivery   ".
           05  filler pic x(19) value "Vault / CIT        ".
           05  filler pic x(19) value "Profitability Rpt  ".
           05  filler pic x(19) value "Change Approval    ".
           05  filler pic x(19) value "Limits Editor      ".
           05  filler pic x(19) value "Payroll Runs/Rev   ".
           05  filler pic x(19) value "AML Risk Scoring   ".
           05  filler pic x(19) value "Sanctions Screening".
           05  filler pic x(19) value "Positive Pay       ".
           05  filler pic x(19) value "Unclaimed Claims   ".
           05  filler pic x(19) value "Tax Certificates   ".
           05  filler pic x(19) value "Signatories/Mandate".
           05  filler pic x(19) value "Customer 360       ".
           05  filler pic x(19) value "PIT Recovery       ".
           05  filler pic x(19) value "Retention Purge    ".
           05  filler pic x(19) value "Inbound File Reg   ".
           05  filler pic x(19) value "Rate What-If Sim   ".
           05  filler pic x(19) value "New Acct Applicatn ".
           05  filler pic x(19) value "Acct App Review    ".
           05  filler pic x(19) value "Product Requests   ".
           05  filler pic x(19) value "                   ".
           05  filler pic x(19) value "Customer Merge     ".
           05  filler pic x(19) value "Blacklist Import   ".
           05  filler pic x(19) value "Rebuild Velocity   ".
           05  filler pic x(19) value "Branch Day Open/Cls".
           05  filler pic x(19) value "Branch Acct Xfer   ".
           05  filler pic x(19) value "Collections Queue  ".
           05  filler pic x(19) value "Loan Restructure   ".
           05  filler pic x(19) value "Credit Bureau File ".
           05  filler pic x(19) value "Guarantor Register ".
           05  filler pic x(19) value "Base Rate Table    ".
           05  filler pic x(19) value "Recurring Deposits ".
           05  filler pic x(19) value "Update Your Info   ".
           05  filler pic x(19) value "Role Permissions   ".
           05  filler pic x(19) value "Admin Sessions     ".
           05  filler pic x(19) value "Cheque Stock       ".
           05  filler pic x(19) value "Service Charges    ".
           05  filler pic x(19) value "Card Chargebacks   ".
           05  filler pic x(19) value "Merchant Acquiring ".
           05  filler pic x(19) value "ATM Cash           ".
           05  filler pic x(19) value "Agent Banking      ".
           05  filler pic x(19) value "Cash Remittance    ".
           05  filler pic x(19) value "Safe Deposit Locker".
           05  filler pic x(19) value "Bank Guarantees    ".
           05  filler pic x(19) value "Deposit Insurance  ".
           05  filler pic x(19) value "Concentration Rpt  ".
           05  filler pic x(19) value "Treasury Release   ".
           05  filler pic x(19) value "Clearing Returns   ".
           05  filler pic x(19) value "FX Holdings        ".
           05  filler pic x(19) value "FX Cash Exchange   ".
           05  filler pic x(19) value "Batch SLA Report   ".
           05  filler pic x(19) value "Audit Log Archive  ".
           05  filler pic x(19) value "Reorg Indexed Files".
           05  filler pic x(19) value "Complaint Register ".
           05  filler pic x(19) value "STR Filing         ".
           05  filler pic x(19) value "Data Quality Report".
           05  filler pic x(19) value "Data Quality Items ".
       01  menu-labels redefines menu-label-values.
           05  menu-label pic x(19) occurs 135 times.
       01  menu-option-count pic 9(3) value 135.
       01  menu-ix pic 9(3).
       01  menu-dsp-num pic zz9.
      *>the logged-in admin's role, and the options it may use
       01  roleName pic x(20).
       01  roleStatus pic x(2).
       01  menuPerms.
           05  menu-allowed pic x occurs 200 times.
       01  maskMode      pic x value "M".
       01  sessionAction pic x(5).
       01  sessionToken  pic 9(14) value 0.
       01  sessionStatus pic x(2).

       *>For display colors
       copy '../Utility Functions/colorCodes.cpy'.

           DISPLAY "=======Welcome " ESC GREENX
                   FUNCTION TRIM(adminName) COLOR-BLUE"======="
           DISPLAY SPACE
           DISPLAY "=======Choose Options======="
           perform varying menu-ix from 1 by 1
                   until menu-ix > menu-option-count
               if menu-allowed(menu-ix) = "Y"
                   and menu-label(menu-ix) not = spaces
                   move menu-ix to menu-dsp-num
                   DISPLAY "=   " menu-dsp-num "." menu-label(menu-ix)
                       "="
               end-if
           end-perform
           display "=    99.Log Out            ="
           display "============================"
           DISPLAY esc resetx
           PERFORM choice-opt-home.

       update-info-page.
           if homepageOpt equal 3
           perform until userid = "EXIT" or userid = "exit"
           if userid = "LIST" or userid = "list"
               CALL '../SubFiles/bin/userList'
                   using adminId, maskMode
               perform reset-password-page
           else
           INITIALIZE text-input

           if unrc = "LIST" or unrc = "list"
               CALL '../SubFiles/bin/userList'
                   using adminId, maskMode
               perform generate-report-page
           else
           INITIALIZE text-input
           EVALUATE rptStatusCode
               when "00"
                   CALL '../../Utility Functions/bin/generateReport'
                   USING REFERENCE edit-id, adminId, maskMode
                   perform generate-report-page
               when OTHER
                   DISPLAY esc REDx
           perform until text-input = "EXIT" or text-input = "exit"
           if text-input = "LIST" or text-input = "list"
               CALL '../SubFiles/bin/userList'
                   using adminId, maskMode
               perform deposit-page
           else
           call '../../Utility Functions/bin/numberCheck' USING
               perform until unrc = "EXIT" or unrc = "exit"
               if unrc = "LIST" or unrc = "list"
                  CALL '../SubFiles/bin/userList'
                      using adminId, maskMode
                  perform update-info-page
               else
                  call '../SubFiles/bin/userUpdate'
                           adminName , adminRole , statusCode
                       EVALUATE statusCode
                           when equal "00"
      *>what the admin may do comes from the role permission
      *>table - a role missing from it gets no menu at all
                               call
                         '../../Utility Functions/bin/loadRolePerms'
                               using adminRole, roleName, menuPerms,
                                   roleStatus
                               if roleStatus not = "00"
                                   DISPLAY esc REDx
                                   DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!"
                                   DISPLAY "! ROLE HAS NO MENU SET  !"
                                   DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!"
                                   DISPLAY esc RESETx
                                   perform login-page
                               end-if
      *>how customer NRC, phone and account numbers are shown
                               call
                         '../../Utility Functions/bin/loadMaskRule'
                               using adminRole, maskMode
      *>one live session per login - a second terminal is turned
      *>away until the first logs out, times out or a supervisor
      *>ends it
                               move "START" to sessionAction
                               call
                         '../../Utility Functions/bin/adminSession'
                               using sessionAction, adminId,
                                   sessionToken, sessionStatus
                               if sessionStatus not = "00"
                                   DISPLAY esc REDx
                                   DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!"
                                   if sessionStatus = "93"
                                     DISPLAY "! ALREADY SIGNED ON AT  !"
                                     DISPLAY "! ANOTHER TERMINAL      !"
                                   else
                                     DISPLAY "! SESSION NOT STARTED   !"
                                   end-if
                                   DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!"
                                   DISPLAY esc RESETx
                                   move "SESSDENY" to ws-logAction
                                   move adminId to ws-logAcct
                                   call
                         '../../Utility Functions/bin/logAdminAction'
                                   using by REFERENCE adminId,
                                       ws-logAction, ws-logAcct
                                   perform login-page
                               end-if
                               display ESC GREENx
                               DISPLAY "*********************"
                               DISPLAY "* LOG IN SUCCESSFUL *"
           DISPLAY esc RESETx
           stop run.

       choice-opt-home.
           DISPLAY "Choosen Option Code : "
           accept homepageOpt
           perform check-session
           perform check-option-granted
           perform UNTIL homepageOpt = 99
               EVALUATE homepageOpt
      *>opening an account is two-step now: option 1 only captures
                       perform home-page
                   when  EQUAL 2
                       call '../SubFiles/bin/userList'
                           using adminId, maskMode
                       perform home-page
                   when  EQUAL 3
                       perform update-info-page
                   when  EQUAL 4
                       perform deposit-page
                   when EQUAL 5
                       call '../SubFiles/bin/adminCreate'
                       using statusCode, adminId
                       display SPACE
                       perform home-page
                   when equal 6
                       call '../SubFiles/bin/adminList'
                       perform home-page
                   when equal 7
                       perform update-info-page
                   when equal 8
                       perform generate-report-page
                   when equal 9
                       if menu-allowed(homepageOpt) = "Y" then
                           move 0 to rpt-batch-date
                           call '../SubFiles/bin/dayEndSummary'
                           using rpt-batch-date
                           perform home-page
                       end-if
                   when equal 10
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/SortedTrxDump'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 11
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/nrcManage'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 12
                       if menu-allowed(homepageOpt) = "Y" then
                           perform run-interest-job-page
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 13
                       if menu-allowed(homepageOpt) = "Y" then
                           move spaces to rev-orig-trxid
                           call '../SubFiles/bin/trxReverse'
                           using rev-orig-trxid, rev-new-trxid,
                               revStatusCode, adminId
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 14
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/acctStatusManage'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 15
                       if menu-allowed(homepageOpt) = "Y" then
                           perform reset-password-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 16
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/standingOrderCreate'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 17
                       if menu-allowed(homepageOpt) = "Y" then
                           perform run-standing-orders-page
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 18
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/fixedDepositCreate'
                           using adminId
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 19
                       if menu-allowed(homepageOpt) = "Y" then
                           perform run-fd-maturity-page
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 20
                       if menu-allowed(homepageOpt) = "Y" then
                          call '../../Utility Functions/bin/DataExtract'
                          using adminId, maskMode
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 21
                       if menu-allowed(homepageOpt) = "Y" then
                           perform run-reconciliation-page
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 22
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/bulkUserImport'
                           using statusCode, adminId
                           DISPLAY SPACE
                           perform home-page
                       end-if
                   when equal 23
                       if menu-allowed(homepageOpt) = "Y" then
                           perform run-end-of-day-page
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 24
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/holidayManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 25
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../../Utility Functions/bin/glPosting'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 26
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/rateManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 27
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/taxRemitReport'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 28
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/loanCreate'
                           using adminId
                           move "LOANOPEN" to ws-logAction
                           perform home-page
                       end-if
                   when equal 29
                       if menu-allowed(homepageOpt) = "Y" then
                       call '../../Utility Functions/bin/LoanCollection'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 30
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/overdraftManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 31
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/jointHolderManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 32
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/accountClose'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 33
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/reactivateAccount'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 34
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/tierManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 35
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/cardManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 36
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/channelImport'
                           using statusCode, adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 37
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/clearingImport'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 38
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/chequeManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 39
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/payrollRun'
                           using statusCode, adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 40
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/fdBreak'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 41
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/fdPortfolio'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 42
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/billerManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 43
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/billerReport'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 44
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/disputeManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 45
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/suspectReview'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 46
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/blacklistManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 47
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/kycReport'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 48
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/kycReview'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 49
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/drawerManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 50
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/branchManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 51
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/reconBranch'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 52
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/suspenseRepair'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 53
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../../Utility Functions/bin/trxArchive'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 55
                       if menu-allowed(homepageOpt) = "Y" then
                      call '../../Utility Functions/bin/integrityAudit'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 56
                       if menu-allowed(homepageOpt) = "Y" then
                   call '../../Utility Functions/bin/rebuildDailyTotals'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 57
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/auditInquiry'
                               using adminId, maskMode
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 58
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/reportSpool'
                           using adminId
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 59
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/categoryManage'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 60
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/fxRateManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 74
                       if menu-allowed(homepageOpt) = "Y" then
                           call
                           '../../Utility Functions/bin/loanProvision'
                           move "LOANPROV" to ws-logAction
                           display esc RESETx
                           perform home-page
                       end-if
                   when equal 110
                       call '../SubFiles/bin/rdManage'
                       using adminId
                       perform home-page
                   when equal 109
                       call '../SubFiles/bin/baseRateManage'
                       using adminId
                       perform home-page
                   when equal 108
                       call '../SubFiles/bin/guarantorManage'
                       using adminId
                       perform home-page
                   when equal 107
                       call '../SubFiles/bin/creditBureau'
                       using adminId
                       perform home-page
                   when equal 106
                       call '../SubFiles/bin/loanRestructure'
                       using adminId
                       perform home-page
                   when equal 105
                       call '../SubFiles/bin/collectionsQueue'
                       using adminId
                       perform home-page
                   when equal 104
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/branchTransfer'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 103
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/branchDay'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 102
                       if menu-allowed(homepageOpt) = "Y" then
                           call
                           '../../Utility Functions/bin/rebuildVelocity'
                           perform home-page
                           perform home-page
                       end-if
                   when equal 101
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/blacklistImport'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 100
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/custMerge'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 98
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/productQueue'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 96
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/acctApplication'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 97
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/acctApprove'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 95
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/rateSimulate'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 94
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/inboundRegister'
                           using adminId
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 93
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/retentionPurge'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 92
                       if menu-allowed(homepageOpt) = "Y" then
                           call
                           '../../Utility Functions/bin/replayJournal'
                           move "PITRECOV" to ws-logAction
                           perform home-page
                       end-if
                   when equal 91
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/customer360'
                           using adminId, maskMode
                           perform home-page
                       else
                           display esc REDx
                           perform home-page
                       end-if
                   when equal 90
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/signatoryManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 89
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/taxCertRun'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 88
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/escheatClaim'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 87
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/positivePay'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 86
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/sanctionsManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 85
                       if menu-allowed(homepageOpt) = "Y" then
                           call
                           '../../Utility Functions/bin/amlRiskScore'
                           move "AMLSCORE" to ws-logAction
                           perform home-page
                       end-if
                   when equal 84
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/payrollReverse'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 82
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/changeApprove'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 83
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/limitsManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 81
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/profitReport'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 80
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/vaultManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 79
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/gatewayStatus'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 78
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/directDebitRun'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 77
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/liquidityForecast'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 76
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/collateralManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 75
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/loanWriteOff'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 73
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/loanRepay'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 72
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/settlementAck'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 71
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/switchRecon'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 70
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/outwardCollection'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 69
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/lienManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 68
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/deceasedManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 67
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/prudentialReturn'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 66
                       if menu-allowed(homepageOpt) = "Y" then
                           call
                           '../../Utility Functions/bin/fiuCashReport'
                           perform home-page
                           perform home-page
                       end-if
                   when equal 64
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/glChartManage'
                           using adminId
                           perform home-page
                           perform home-page
                       end-if
                   when equal 65
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/glInquiry'
                           perform home-page
                       else
                           perform home-page
                       end-if
                   when equal 63
                       if menu-allowed(homepageOpt) = "Y" then
                           call
                           '../../Utility Functions/bin/glPeriodClose'
                           move "GLCLOSE" to ws-logAction
                           perform home-page
                       end-if
                   when equal 62
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/backdatedAdjust'
                           using adminId, statusCode
                           perform home-page
                           perform home-page
                       end-if
                   when equal 61
                       if menu-allowed(homepageOpt) = "Y" then
                           call '../SubFiles/bin/statementCycle'
                           using adminId
                           move "STMTCYCLE" to ws-logAction
                           perform home-page
                       end-if
                   when equal 54
                       if menu-allowed(homepageOpt) = "Y" then
                           move "I" to chk-mode
                      call '../../Utility Functions/bin/backupRestore'
                           using chk-mode
                           display esc RESETx
                           perform home-page
                       end-if
                   when equal 111
                       call '../SubFiles/bin/adminUpdate'
                       using adminId, statusCode
                       perform home-page
                   when equal 112
                       call '../SubFiles/bin/rolePermManage'
                       using adminId
                       perform home-page
                   when equal 113
                       call '../SubFiles/bin/sessionManage'
                       using adminId
                       perform home-page
                   when equal 114
                       call '../SubFiles/bin/chequeStock'
                       using adminId
                       perform home-page
                   when equal 115
                       call '../SubFiles/bin/serviceCharges'
                       using adminId
                       perform home-page
                   when equal 116
                       call '../SubFiles/bin/chargebackManage'
                       using adminId
                       perform home-page
                   when equal 117
                       call '../SubFiles/bin/merchantManage'
                       using adminId
                       perform home-page
                   when equal 118
                       call '../SubFiles/bin/atmManage'
                           using adminId
                       perform home-page
                   when equal 119
                       call '../SubFiles/bin/agentManage'
                           using adminId
                       perform home-page
                   when equal 120
                       call '../SubFiles/bin/remitCounter'
                           using adminId
                       perform home-page
                   when equal 121
                       call '../SubFiles/bin/lockerManage'
                           using adminId
                       perform home-page
                   when equal 122
                       call '../SubFiles/bin/guaranteeManage'
                           using adminId
                       perform home-page
                   when equal 123
                       call '../SubFiles/bin/depositInsurance'
                           using adminId
                       perform home-page
                   when equal 124
                       call '../SubFiles/bin/concentrationReport'
                           using adminId
                       perform home-page
                   when equal 125
                       call '../SubFiles/bin/treasuryRelease'
                           using adminId
                       perform home-page
                   when equal 126
                       call '../SubFiles/bin/clearingReturns'
                           using adminId
                       perform home-page
                   when equal 127
                       call '../SubFiles/bin/fxHoldings'
                           using adminId
                       perform home-page
                   when equal 128
                       call '../SubFiles/bin/fxCounter'
                           using adminId
                       perform home-page
                   when equal 129
                       call '../../Utility Functions/bin/batchSlaReport'
                       perform home-page
                   when equal 130
                       call '../../Utility Functions/bin/auditArchive'
                       perform home-page
                   when equal 131
                       move "I" to chk-mode
                       call '../../Utility Functions/bin/reorgFiles'
                           using chk-mode
                       move "REORGFILES" to ws-logAction
                       move SPACES to ws-logAcct
                       call '../../Utility Functions/bin/logAdminAction'
                           using by REFERENCE adminId, ws-logAction,
                               ws-logAcct
                       perform home-page
                   when equal 132
                       call '../SubFiles/bin/complaintManage'
                           using adminId
                       perform home-page
                   when equal 133
                       call '../SubFiles/bin/strFiling'
                           using adminId
                       perform home-page
                   when equal 134
                       move "I" to chk-mode
                       call '../../Utility Functions/bin/dataQuality'
                           using chk-mode
                       move "DQREPORT" to ws-logAction
                       move SPACES to ws-logAcct
                       call '../../Utility Functions/bin/logAdminAction'
                           using by REFERENCE adminId, ws-logAction,
                               ws-logAcct
                       perform home-page
                   when equal 135
                       call '../SubFiles/bin/dqFollowUp'
                           using adminId
                       perform home-page
                   when OTHER
                       display esc REDx
                       DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!"
                       perform home-page
               END-EVALUATE
           END-PERFORM
           move "END  " to sessionAction
           call '../../Utility Functions/bin/adminSession'
           using sessionAction, adminId, sessionToken, sessionStatus
           DISPLAY color-pink
           display "++++++++++++++++++"
           display "+ Logging Out... +"
           display "++++++++++++++++++"
           DISPLAY esc RESETx
           perform login-page.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>An option the role is not granted is refused exactly like a
      *>code that does not exist, so typing a hidden number gets
      *>nowhere; the attempt is logged.
       check-option-granted.
           if homepageOpt = 99
               exit paragraph
           end-if
           if homepageOpt >= 1 and homepageOpt <= menu-option-count
               if menu-allowed(homepageOpt) = "Y"
                   exit paragraph
               end-if
               move "MENUDENY" to ws-logAction
               move homepageOpt to ws-logAcct
               call '../../Utility Functions/bin/logAdminAction'
               using by REFERENCE adminId, ws-logAction, ws-logAcct
           end-if
           move 0 to homepageOpt.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every menu action refreshes the session. One that sat idle
      *>too long, or was ended by a supervisor, is logged out
      *>instead of carrying out the option.
       check-session.
           move "TOUCH" to sessionAction
           call '../../Utility Functions/bin/adminSession'
           using sessionAction, adminId, sessionToken, sessionStatus
           if sessionStatus = "00"
               exit paragraph
           end-if
           DISPLAY esc REDx
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!"
           if sessionStatus = "98"
               DISPLAY "! SESSION TIMED OUT     !"
           else
               DISPLAY "! SESSION WAS ENDED     !"
           end-if
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!"
           DISPLAY esc RESETx
           move 99 to homepageOpt.
       END PROGRAM AMain.
