                              ADD TL-AMOUNT TO ATM-TOTAL-IN
                          WHEN "CLRG-IN"
                              ADD TL-AMOUNT TO ATM-TOTAL-IN
                          WHEN "CLRG-RTN"
                              ADD TL-AMOUNT TO ATM-TOTAL-IN
                          WHEN "SCHOLARSHP"
                              ADD TL-AMOUNT TO ATM-TOTAL-IN
                          WHEN "WITHDRAWAL"
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                          WHEN "OVRD-FEE"
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                              ADD TL-AMOUNT TO FEE-INCOME
                          WHEN "OVRD-INT"
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                          WHEN "WHT-TAX"
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                          WHEN "FEE"
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                              ADD TL-AMOUNT TO FEE-INCOME
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                          WHEN "PURCHASE"
                              ADD TL-AMOUNT TO ATM-TOTAL-OUT
                          WHEN "PURCH-VOID"
                              ADD TL-AMOUNT TO ATM-TOTAL-IN
                      END-EVALUATE.

                  READ_SALES_SUMMARY SECTION.
