               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1200" TO GLC-CODE
               MOVE "Loans Receivable" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1300" TO GLC-CODE
               MOVE "Supplier Claims Due" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1500" TO GLC-CODE
               MOVE "Terminals at Cost" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1510" TO GLC-CODE
               MOVE "Fittings at Cost" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1520" TO GLC-CODE
               MOVE "School Equip Cost" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1590" TO GLC-CODE
               MOVE "Accum Depn Terminals" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1591" TO GLC-CODE
               MOVE "Accum Depn Fittings" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "1592" TO GLC-CODE
               MOVE "Accum Depn School" TO GLC-NAME
               MOVE "A" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2000" TO GLC-CODE
               MOVE "Customer Deposits" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2200" TO GLC-CODE
               MOVE "Unclaimed Funds" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2300" TO GLC-CODE
               MOVE "Clearing Suspense" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2400" TO GLC-CODE
               MOVE "Accounts Payable" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2500" TO GLC-CODE
               MOVE "Payroll Tax Payable" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2510" TO GLC-CODE
               MOVE "Pension Payable" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2520" TO GLC-CODE
               MOVE "Payroll Deductions" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2530" TO GLC-CODE
               MOVE "Net Pay Payable" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "2540" TO GLC-CODE
               MOVE "Withholding Tax Pay" TO GLC-NAME
               MOVE "L" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "3000" TO GLC-CODE
               MOVE "Retained Earnings" TO GLC-NAME
               MOVE "Q" TO GLC-TYPE
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4200" TO GLC-CODE
               MOVE "Interest Income" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4300" TO GLC-CODE
               MOVE "Recovery Income" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4400" TO GLC-CODE
               MOVE "Discounts Received" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4500" TO GLC-CODE
               MOVE "School Fee Income" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4600" TO GLC-CODE
               MOVE "Disposal Terminals" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4610" TO GLC-CODE
               MOVE "Disposal Fittings" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4620" TO GLC-CODE
               MOVE "Disposal School Eq" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "4900" TO GLC-CODE
               MOVE "FX Gain" TO GLC-NAME
               MOVE "I" TO GLC-TYPE
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5100" TO GLC-CODE
               MOVE "Loan Write-offs" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5200" TO GLC-CODE
               MOVE "Purchases" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5300" TO GLC-CODE
               MOVE "Stock Shrinkage" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5400" TO GLC-CODE
               MOVE "Scholarship Expense" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5500" TO GLC-CODE
               MOVE "Depn Terminals" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5510" TO GLC-CODE
               MOVE "Depn Fittings" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5520" TO GLC-CODE
               MOVE "Depn School Equip" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5600" TO GLC-CODE
               MOVE "Staff Costs Bank" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5610" TO GLC-CODE
               MOVE "Staff Costs Shops" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5620" TO GLC-CODE
               MOVE "Staff Costs School" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
               PERFORM WRITE_GL_ACCOUNT

               MOVE "5900" TO GLC-CODE
               MOVE "FX Loss" TO GLC-NAME
               MOVE "E" TO GLC-TYPE
