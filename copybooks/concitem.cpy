001030*    UP TO FOUR ONE-CHARACTER ALLERGEN CODES THE ITEM
001040*    CARRIES, MATCHED AGAINST SM-ALLERGY-CODES AT THE POS.
001050     05  CI-ALLERGEN-CODES        PIC X(04).
001060*    M MARKS A REIMBURSABLE MEAL (A FULL TRAY THAT MEETS THE
001070*    FEDERAL MEAL PATTERN) - THE ONLY SALES THE MONTHLY MEAL
001080*    CLAIM COUNTS.
001090     05  CI-MEAL-FLAG             PIC X(01).
001100         88  CI-REIMBURSABLE-MEAL     VALUE "M".
