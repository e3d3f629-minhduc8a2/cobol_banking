       01 WS-JOURNAL-TARGET    PIC 9(10) VALUE 0.
       01 WS-MODE-FLAG         PIC X VALUE "N".
       01 WS-MANDATE-CLEAR     PIC 9(10) VALUE 0.
       01 WS-POSTING-CLEAR     PIC 9(8) VALUE 0.
       01 WS-TRAINING-FLAG     PIC X VALUE "N".
       COPY "file_layouts.cpy".
       COPY "balance_sweep_jobs.cpy".
       01 WS-LAYOUT-ACTION     PIC X(8) VALUE "CHECK".
       01 WS-LAYOUT-FILE       PIC X(20).
       01 WS-LAYOUT-PROGRAM    PIC X(20) VALUE "MAIN_PROGRAM".
       01 WS-LAYOUT-OK         PIC 9 VALUE 0.
       01 WS-LAYOUTS-BLOCKED   PIC 9 VALUE 0.
       01 WS-CONFIRM           PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "CREATE_DB_FILES"
      *> Nothing touches the master files unless they are in the
      *> record layouts this release is built for.
           PERFORM CHECK-FILE-LAYOUTS
      *> Any transfer a crash left half-applied is finished (or
      *> backed out) before anyone can sign on and touch the book.
           IF WS-LAYOUTS-BLOCKED = 0
               CALL "POSTING_RECOVERY"
           END-IF
      *> An interactive session always starts attended - a batch run
      *> that crashed with the switch raised must not leave the menu
      *> programs reading the parameter file instead of the operator.
      *> operator stamping ledger rows with someone's mandate.
           MOVE 0 TO WS-MANDATE-CLEAR
           CALL "SET_CURRENT_MANDATE" USING WS-MANDATE-CLEAR
      *> ...and for the posting-date switch the instant payments
      *> rail raises while it posts outside the business day.
           MOVE 0 TO WS-POSTING-CLEAR
           CALL "SET_POSTING_DATE" USING WS-POSTING-CLEAR
           PERFORM LOGIN
           IF WS-LAYOUTS-BLOCKED = 1
               PERFORM OFFER-LAYOUT-CONVERSION
           END-IF
           PERFORM UNTIL CHOICE = 99
               DISPLAY " "
      *>       The banner says which world this session is in on
                   "only)"
               DISPLAY "160. Standing-data change report"
               DISPLAY "161. Exception work queue"
               DISPLAY "162. Household maintenance"
               DISPLAY "163. Payable-on-death beneficiaries"
               DISPLAY "164. Loan collateral register"
               DISPLAY "165. Collateral lending policy"
               DISPLAY "166. Collateral review report"
               DISPLAY "167. Mortgage escrow maintenance"
               DISPLAY "168. Escrow disbursement run"
               DISPLAY "169. Escrow analysis run"
               DISPLAY "170. Loan modification / forbearance"
               DISPLAY "171. Loan late charge batch"
               DISPLAY "172. Credit line maintenance"
               DISPLAY "173. Credit line nightly cycle"
               DISPLAY "174. Savings withdrawal review"
               DISPLAY "175. Beneficial owner maintenance"
               DISPLAY "176. Deposit insurance coverage"
               DISPLAY "177. Positive pay maintenance"
               DISPLAY "178. Positive pay file load"
               DISPLAY "179. Positive pay decision cutoff"
               DISPLAY "180. Check kiting analysis"
               DISPLAY "181. Returned deposited items"
               DISPLAY "182. Bankruptcy case tracking"
               DISPLAY "183. Servicemember rate cap"
               DISPLAY "184. Customer complaints"
               DISPLAY "185. Complaint aging report"
               DISPLAY "186. Monthly complaint summary"
               DISPLAY "187. Minor age-of-majority run"
               DISPLAY "188. Retirement accounts"
               DISPLAY "189. Staff and insider register"
               DISPLAY "190. Insider activity report"
               DISPLAY "191. Insider loans board report"
               DISPLAY "192. Draw internal audit sample"
               DISPLAY "193. Internal audit review log"
               DISPLAY "194. Audit sample summary report"
               DISPLAY "195. GL budget load"
               DISPLAY "196. GL budget maintenance"
               DISPLAY "197. GL budget variance report"
               DISPLAY "198. GL period close"
               DISPLAY "199. GL year-end close"
               DISPLAY "200. Call report mapping maintenance"
               DISPLAY "201. Call report extract"
               DISPLAY "202. GL reconciliation controls"
               DISPLAY "203. Subledger to GL reconciliation"
               DISPLAY "204. Repricing gap report"
               DISPLAY "205. Funding concentration report"
               DISPLAY "206. Loan loss allowance (month-end)"
               DISPLAY "207. Loan loss rate maintenance"
               DISPLAY "208. Top credit exposures report"
               DISPLAY "209. Lending limit maintenance"
               DISPLAY "210. Branch consolidation"
               DISPLAY "211. Inter-branch reconciliation"
               DISPLAY "212. Marketing campaign maintenance"
               DISPLAY "213. Build campaign target list"
               DISPLAY "214. Campaign response tracking"
               DISPLAY "215. Attrition and closure analysis"
               DISPLAY "216. Night depository bag log"
               DISPLAY "217. Branch cash orders and shipments"
               DISPLAY "218. Instant payments queue"
               DISPLAY "219. Instant payment settlement recon"
               DISPLAY "220. Payment alias directory"
               DISPLAY "221. Account analysis run"
               DISPLAY "222. Analysis service prices"
               DISPLAY "223. Statement print run"
               DISPLAY "224. Statement inserts"
               DISPLAY "225. Statement vendor confirmation"
               DISPLAY "226. Unfunded account follow-up"
               DISPLAY "227. New account funding report"
               DISPLAY "228. Debit card reissue run"
               DISPLAY "229. Master file layout conversion"
               DISPLAY "230. Nightly balance sweep (all per-account "
                   "jobs)"
               DISPLAY "231. Customer notes and warnings"
               DISPLAY "232. AML customer risk rating (batch)"
               DISPLAY "233. AML risk rating review queue"
               DISPLAY "234. Goal savings pots"
               DISPLAY "235. Goal savings release batch"
               DISPLAY "236. Deposit rate what-if simulation"
               DISPLAY "237. Apply approved rate proposals"
               DISPLAY "99. Exit"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT CHOICE
                       CALL "REF_CHANGE_REPORT"
                   WHEN 161
                       CALL "EXCEPTION_QUEUE"
                   WHEN 162
                       CALL "HOUSEHOLD_MAINT"
                   WHEN 163
                       CALL "POD_MAINT"
                   WHEN 164
                       CALL "COLLATERAL_MAINT"
                   WHEN 165
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "COLLATERAL_POLICY_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 166
                       CALL "COLLATERAL_REVIEW"
                   WHEN 167
                       CALL "ESCROW_MAINT"
                   WHEN 168
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "ESCROW_DISBURSE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 169
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "ESCROW_ANALYSIS"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 170
                       CALL "LOAN_MODIFY"
                   WHEN 171
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "LOAN_LATE_CHARGE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 172
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CREDIT_LINE_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 173
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CREDIT_LINE_CYCLE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 174
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "SAVINGS_WD_REVIEW"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 175
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "BENEFICIAL_OWNER_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 176
                       CALL "DEPOSIT_INSURANCE"
                   WHEN 177
                       CALL "POSITIVE_PAY_MAINT"
                   WHEN 178
                       CALL "POSITIVE_PAY_LOAD"
                   WHEN 179
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "POSITIVE_PAY_CUTOFF"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 180
                       CALL "KITING_DETECT"
                   WHEN 181
                       CALL "RETURNED_DEPOSITS"
                   WHEN 182
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "BANKRUPTCY_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 183
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "SERVICEMEMBER_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 184
                       CALL "COMPLAINT_MAINT"
                   WHEN 185
                       CALL "COMPLAINT_AGING"
                   WHEN 186
                       CALL "COMPLAINT_SUMMARY"
                   WHEN 187
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "MINOR_MAJORITY"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 188
                       CALL "RETIREMENT_MAINT"
                   WHEN 189
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "INSIDER_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 190
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "INSIDER_ACTIVITY"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 191
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "INSIDER_LOANS"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 192
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "AUDIT_SAMPLE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 193
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "AUDIT_REVIEW"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 194
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "AUDIT_SAMPLE_REPORT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 195
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_BUDGET_LOAD"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 196
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_BUDGET_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 197
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_BUDGET_VARIANCE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 198
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_PERIOD_CLOSE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 199
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_YEAR_END_CLOSE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 200
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CALL_REPORT_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 201
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CALL_REPORT_EXTRACT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 202
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_RECON_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 203
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GL_RECONCILE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 204
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "RATE_GAP_REPORT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 205
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "FUNDING_CONCENTRATION"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 206
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "LOAN_LOSS_ALLOWANCE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 207
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "LOSS_RATE_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 208
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "TOP_EXPOSURES"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 209
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "LENDING_LIMIT_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 210
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "BRANCH_CONSOLIDATE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 211
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "INTERBRANCH_RECON"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 212
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CAMPAIGN_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 213
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CAMPAIGN_LIST_BUILD"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 214
                       CALL "CAMPAIGN_RESPONSE"
                   WHEN 215
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "ATTRITION_REPORT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 216
                       CALL "NIGHT_DEPOSIT"
                   WHEN 217
                       CALL "CASH_ORDER"
                   WHEN 218
                       CALL "INSTANT_PAY"
                   WHEN 219
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "INSTANT_SETTLE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 220
                       CALL "PAYMENT_ALIAS_MAINT"
                   WHEN 221
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "ACCOUNT_ANALYSIS"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 222
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "ANALYSIS_PRICE_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 223
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "STATEMENT_PRINT_RUN"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 224
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "STATEMENT_INSERT_MAINT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 225
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "STATEMENT_PRINT_CONFIRM"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 226
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "UNFUNDED_ACCOUNT_SWEEP"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 227
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "FUNDING_RATE_REPORT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 228
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CARD_REISSUE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 229
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "CONVERT_FILE_LAYOUT"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 230
                       MOVE ALL "Y" TO BSJ-SWITCHES
                       CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
                   WHEN 231
                       CALL "CUSTOMER_NOTES_MAINT"
                   WHEN 232
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "AML_RISK_RATING"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 233
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "AML_RISK_REVIEW"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 234
                       CALL "GOAL_SAVINGS_MAINT"
                   WHEN 235
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "GOAL_RELEASE"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 236
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "RATE_SIMULATION"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 237
                       IF WS-OPERATOR-ROLE = "S"
                           CALL "RATE_PROPOSAL_APPLY"
                       ELSE
                           DISPLAY "Access denied - supervisor role "
                               "required."
                       END-IF
                   WHEN 99
                       MOVE 99 TO CHOICE
                   WHEN OTHER
               WHEN 159 MOVE "OPERATOR LIMITS" TO WS-MENU-ACTION
               WHEN 160 MOVE "REF CHANGE REPORT" TO WS-MENU-ACTION
               WHEN 161 MOVE "EXCEPTION QUEUE" TO WS-MENU-ACTION
               WHEN 162 MOVE "HOUSEHOLD MAINT" TO WS-MENU-ACTION
               WHEN 163 MOVE "POD BENEFICIARIES" TO WS-MENU-ACTION
               WHEN 164 MOVE "COLLATERAL MAINT" TO WS-MENU-ACTION
               WHEN 165 MOVE "COLLATERAL POLICY" TO WS-MENU-ACTION
               WHEN 166 MOVE "COLLATERAL REVIEW" TO WS-MENU-ACTION
               WHEN 167 MOVE "ESCROW MAINT" TO WS-MENU-ACTION
               WHEN 168 MOVE "ESCROW DISBURSE" TO WS-MENU-ACTION
               WHEN 169 MOVE "ESCROW ANALYSIS" TO WS-MENU-ACTION
               WHEN 170 MOVE "LOAN MODIFY" TO WS-MENU-ACTION
               WHEN 171 MOVE "LOAN LATE CHARGE" TO WS-MENU-ACTION
               WHEN 172 MOVE "CREDIT LINE MAINT" TO WS-MENU-ACTION
               WHEN 173 MOVE "CREDIT LINE CYCLE" TO WS-MENU-ACTION
               WHEN 174 MOVE "SAVINGS WD REVIEW" TO WS-MENU-ACTION
               WHEN 175 MOVE "BENEFICIAL OWNER MAINT" TO WS-MENU-ACTION
               WHEN 176 MOVE "DEPOSIT INSURANCE" TO WS-MENU-ACTION
               WHEN 177 MOVE "POSITIVE PAY MAINT" TO WS-MENU-ACTION
               WHEN 178 MOVE "POSITIVE PAY LOAD" TO WS-MENU-ACTION
               WHEN 179 MOVE "POSITIVE PAY CUTOFF" TO WS-MENU-ACTION
               WHEN 180 MOVE "CHECK KITING ANALYSIS" TO WS-MENU-ACTION
               WHEN 181
                   MOVE "RETURNED DEPOSITED ITEMS" TO WS-MENU-ACTION
               WHEN 182
                   MOVE "BANKRUPTCY CASE TRACKING" TO WS-MENU-ACTION
               WHEN 183 MOVE "SERVICEMEMBER RATE CAP" TO WS-MENU-ACTION
               WHEN 184 MOVE "CUSTOMER COMPLAINTS" TO WS-MENU-ACTION
               WHEN 185 MOVE "COMPLAINT AGING REPORT" TO WS-MENU-ACTION
               WHEN 186
                   MOVE "MONTHLY COMPLAINT SUMMARY" TO WS-MENU-ACTION
               WHEN 187
                   MOVE "MINOR AGE OF MAJORITY RUN" TO WS-MENU-ACTION
               WHEN 188 MOVE "RETIREMENT SAVINGS" TO WS-MENU-ACTION
               WHEN 189 MOVE "INSIDER REGISTER" TO WS-MENU-ACTION
               WHEN 190 MOVE "INSIDER ACTIVITY REPORT" TO WS-MENU-ACTION
               WHEN 191 MOVE "INSIDER LOANS REPORT" TO WS-MENU-ACTION
               WHEN 192 MOVE "AUDIT SAMPLE DRAW" TO WS-MENU-ACTION
               WHEN 193 MOVE "AUDIT REVIEW LOG" TO WS-MENU-ACTION
               WHEN 194 MOVE "AUDIT SAMPLE SUMMARY" TO WS-MENU-ACTION
               WHEN 195 MOVE "GL BUDGET LOAD" TO WS-MENU-ACTION
               WHEN 196 MOVE "GL BUDGET MAINTENANCE" TO WS-MENU-ACTION
               WHEN 197 MOVE "GL BUDGET VARIANCE" TO WS-MENU-ACTION
               WHEN 198 MOVE "GL PERIOD CLOSE" TO WS-MENU-ACTION
               WHEN 199 MOVE "GL YEAR-END CLOSE" TO WS-MENU-ACTION
               WHEN 200 MOVE "CALL REPORT MAPPING" TO WS-MENU-ACTION
               WHEN 201 MOVE "CALL REPORT EXTRACT" TO WS-MENU-ACTION
               WHEN 202 MOVE "GL RECON CONTROLS" TO WS-MENU-ACTION
               WHEN 203 MOVE "GL RECONCILIATION" TO WS-MENU-ACTION
               WHEN 204 MOVE "RATE GAP REPORT" TO WS-MENU-ACTION
               WHEN 205 MOVE "FUNDING CONCENTRATION" TO WS-MENU-ACTION
               WHEN 206 MOVE "LOAN LOSS ALLOWANCE" TO WS-MENU-ACTION
               WHEN 207 MOVE "LOSS RATE MAINT" TO WS-MENU-ACTION
               WHEN 208 MOVE "TOP EXPOSURES" TO WS-MENU-ACTION
               WHEN 209 MOVE "LENDING LIMIT MAINT" TO WS-MENU-ACTION
               WHEN 210 MOVE "BRANCH CONSOLIDATION" TO WS-MENU-ACTION
               WHEN 211 MOVE "INTERBRANCH RECON" TO WS-MENU-ACTION
               WHEN 212 MOVE "CAMPAIGN MAINTENANCE" TO WS-MENU-ACTION
               WHEN 213 MOVE "BUILD CAMPAIGN LIST" TO WS-MENU-ACTION
               WHEN 214
                   MOVE "CAMPAIGN RESPONSE TRACKING" TO WS-MENU-ACTION
               WHEN 215 MOVE "ATTRITION REPORT" TO WS-MENU-ACTION
               WHEN 216 MOVE "NIGHT DEPOSITORY" TO WS-MENU-ACTION
               WHEN 217 MOVE "CASH ORDERS" TO WS-MENU-ACTION
               WHEN 218 MOVE "INSTANT PAYMENTS" TO WS-MENU-ACTION
               WHEN 219 MOVE "INSTANT SETTLEMENT" TO WS-MENU-ACTION
               WHEN 220 MOVE "PAYMENT ALIASES" TO WS-MENU-ACTION
               WHEN 221 MOVE "ACCOUNT ANALYSIS" TO WS-MENU-ACTION
               WHEN 222 MOVE "ANALYSIS PRICES" TO WS-MENU-ACTION
               WHEN 223 MOVE "STATEMENT PRINT RUN" TO WS-MENU-ACTION
               WHEN 224 MOVE "STATEMENT INSERTS" TO WS-MENU-ACTION
               WHEN 225 MOVE "STATEMENT CONFIRM" TO WS-MENU-ACTION
               WHEN 226 MOVE "UNFUNDED ACCOUNT SWEEP" TO WS-MENU-ACTION
               WHEN 227 MOVE "FUNDING RATE REPORT" TO WS-MENU-ACTION
               WHEN 228 MOVE "DEBIT CARD REISSUE" TO WS-MENU-ACTION
               WHEN 229 MOVE "LAYOUT CONVERSION" TO WS-MENU-ACTION
               WHEN 230 MOVE "BALANCE SWEEP" TO WS-MENU-ACTION
               WHEN 231 MOVE "CUSTOMER NOTES" TO WS-MENU-ACTION
               WHEN 232 MOVE "AML RISK RATING" TO WS-MENU-ACTION
               WHEN 233 MOVE "AML RISK REVIEW" TO WS-MENU-ACTION
               WHEN 234 MOVE "GOAL SAVINGS MAINT" TO WS-MENU-ACTION
               WHEN 235 MOVE "GOAL SAVINGS RELEASE" TO WS-MENU-ACTION
               WHEN 236 MOVE "RATE SIMULATION" TO WS-MENU-ACTION
               WHEN 237 MOVE "RATE PROPOSAL APPLY" TO WS-MENU-ACTION
               WHEN 99 MOVE "EXIT" TO WS-MENU-ACTION
               WHEN OTHER MOVE "INVALID CHOICE" TO WS-MENU-ACTION
           END-EVALUATE
           MOVE 1 TO WS-LOGIN-OK.
       FORCE-PASSWORD-CHANGE-EXIT.
           EXIT.

       CHECK-FILE-LAYOUTS.
           MOVE 0 TO WS-LAYOUTS-BLOCKED
           MOVE "user.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE USER-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "balance.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE BALANCE-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "loan_master.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE LOAN-MASTER-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "loan_schedule.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE LOAN-SCHEDULE-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "card_master.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE CARD-MASTER-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "product_master.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE PRODUCT-MASTER-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "transaction.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE TRANSACTION-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "balance_archive.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE BALANCE-ARCHIVE-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "contact_prefs.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE CONTACT-PREF-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "month_end_control.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE MONTH-END-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "payoff_quotes.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE PAYOFF-QUOTE-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "pricing_exceptions.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE PRICING-EXC-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "safe_boxes.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE SAFE-BOX-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF.

      *> A session on files in another layout goes no further than
      *> the conversion, and only a supervisor may run that; the
      *> system is signed on to afresh once it is done.
       OFFER-LAYOUT-CONVERSION.
           DISPLAY "Master files are not in this release's record "
               "layout - no banking functions are available."
           IF WS-OPERATOR-ROLE = "S"
               DISPLAY "Convert a master file now? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   CALL "CONVERT_FILE_LAYOUT"
               END-IF
               DISPLAY "Sign on again once every master file is "
                   "converted."
           ELSE
               DISPLAY "Ask a supervisor to convert the files."
           END-IF
           STOP RUN.
