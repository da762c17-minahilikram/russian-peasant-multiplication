01 multiplier                        picture s9(38) comp-3.
01 multiplicand                      picture s9(38) comp-3.
01 answer                            picture s9(38) comp-3.
01 multiplier-scale                  picture 9(2).
01 multiplicand-scale                picture 9(2).
01 answer-scale                      picture 9(2).
01 exact-scale                       picture 9(4).
01 rounding-rule                     picture x.
